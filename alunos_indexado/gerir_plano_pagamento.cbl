*>          arredondamento). Permite ainda consultar o plano
*>          existente e cancela-lo, voltando a divida a ser
*>          julgada pelo semestre inteiro em devedores_relatorio.
*>          Cada prestacao recebe a sua referencia Multibanco
*>          (REFERENCIASMB.dat), anulando as referencias ativas
*>          da conta; ao cancelar o plano as referencias das
*>          prestacoes sao anuladas e o saldo em divida recebe
*>          uma nova referencia unica.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slpropinas.cbl".
     COPY "slplanopag.cbl".
     COPY "slrefmb.cbl".
     COPY "slseqcontrol.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpropinas.cbl".
  COPY "fdplanopag.cbl".
  COPY "fdrefmb.cbl".
  COPY "fdseqcontrol.cbl".

WORKING-STORAGE SECTION.
  COPY "wspropinas.cbl".
  COPY "wsplanopag.cbl".
  COPY "wsrefmb.cbl".
  COPY "wsseqcontrol.cbl".
    77 PLN-OPCAO             PIC 9.
    77 PLN-SAIR              PIC X VALUE 'N'.
    77 PLN-ID-ALUNO          PIC 9(5).
PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvplanopag.cbl".
COPY "rvrefmb.cbl".
COPY "rvseqcontrol.cbl".

    PERFORM GARANTIR-PLANOSPAG-FILE
    PERFORM UNTIL PLN-SAIR = 'Y'
                PLANOSPAG-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE PLN-ID-ALUNO TO RMB-NOVO-ID
            MOVE PLN-SEMESTRE TO RMB-NOVO-SEMESTRE
            MOVE 'T' TO RMB-ANULAR-TIPO
            PERFORM ANULAR-REFERENCIAS-MB
            PERFORM GRAVAR-PRESTACAO
                VARYING PLN-IDX FROM 1 BY 1
                UNTIL PLN-IDX > PLN-NUM-PRESTACOES
    WRITE REGISTO-PLANOPAG
        INVALID KEY
            REWRITE REGISTO-PLANOPAG
    END-WRITE
    MOVE PLN-ID-ALUNO TO RMB-NOVO-ID
    MOVE PLN-SEMESTRE TO RMB-NOVO-SEMESTRE
    MOVE PLN-IDX TO RMB-NOVO-PRESTACAO
    MOVE PLN-VALOR-PREST TO RMB-NOVO-VALOR
    MOVE PLN-DATA-PREST TO RMB-NOVO-LIMITE
    PERFORM MOSTRAR-REFERENCIA-NOVA.

MOSTRAR-REFERENCIA-NOVA.
    PERFORM GERAR-REFERENCIA-MB
    IF RMB-GEROU = 'S'
        MOVE RMB-NOVO-VALOR TO PLN-VALOR-ED
        DISPLAY "  Multibanco: entidade " RMB-ENTIDADE-INST
            "  referencia " RMB-NOVA-REFERENCIA
            "  montante " PLN-VALOR-ED
    END-IF.

CONSULTAR-PLANO.
    PERFORM PEDIR-CONTA-PLANO
        END-PERFORM
        CLOSE PLANOSPAG-FILE
        DISPLAY "Prestacoes canceladas: " PLN-TOTAL-CANCELADAS
        IF PLN-TOTAL-CANCELADAS > ZERO
            PERFORM REEMITIR-REFERENCIA-SALDO
        END-IF
    END-IF.

REEMITIR-REFERENCIA-SALDO.
*> as referencias das prestacoes deixam de ser aceites e o saldo
*> que ficar em divida volta a ter uma referencia unica.
    MOVE PLN-ID-ALUNO TO RMB-NOVO-ID
    MOVE PLN-SEMESTRE TO RMB-NOVO-SEMESTRE
    MOVE 'P' TO RMB-ANULAR-TIPO
    PERFORM ANULAR-REFERENCIAS-MB
    PERFORM LER-SALDO-CONTA
    IF PLN-CONTA-OK = 'S' AND PLN-SALDO > ZERO
        MOVE PLN-ID-ALUNO TO RMB-NOVO-ID
        MOVE PLN-SEMESTRE TO RMB-NOVO-SEMESTRE
        MOVE ZERO TO RMB-NOVO-PRESTACAO
        MOVE PLN-SALDO TO RMB-NOVO-VALOR
        MOVE ZERO TO RMB-NOVO-LIMITE
        PERFORM MOSTRAR-REFERENCIA-NOVA
    END-IF.

COPY "prefmb.cbl".
