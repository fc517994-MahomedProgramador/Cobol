*> Date:
*> Purpose: extrato de propinas de um aluno: lista as contas de
*>          PROPINAS.dat (debitos, pagamentos e saldo por
*>          semestre), os movimentos de PROPMOV.dat, as
*>          referencias Multibanco de REFERENCIASMB.dat para
*>          pagamento nas caixas (por pagar e ja pagas) e os
*>          totais gerais em divida.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slrefmb.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdrefmb.cbl".

WORKING-STORAGE SECTION.
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsrefmb.cbl".
    77 EXT-ID-ALUNO          PIC 9(5).
    77 EXT-ID-OK             PIC X VALUE 'N'.
    77 EXT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 EXT-SALDO             PIC S9(8)V99.
    77 EXT-SALDO-ED          PIC +Z(7)9.99.
    77 EXT-VALOR-ED          PIC Z(6)9.99.
    77 EXT-ESTADO-REF        PIC X(10).

PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvrefmb.cbl".

    PERFORM EXTRATO-PROPINAS.
STOP RUN.
    DISPLAY "==============================================="
    PERFORM LISTAR-CONTAS-PROPINAS
    PERFORM LISTAR-MOVIMENTOS
    PERFORM LISTAR-REFERENCIAS-MB
    IF EXT-TOTAL-CONTAS = ZERO
        DISPLAY "Sem propinas registadas para este aluno."
        MOVE 1 TO RETURN-CODE
        END-PERFORM
        CLOSE PROPMOV-FILE
    END-IF.

LISTAR-REFERENCIAS-MB.
*> referencias geradas por gerar_propinas e gerir_plano_pagamento;
*> as anuladas nao sao mostradas.
    MOVE 'N' TO EXT-FIM-FICHEIRO
    OPEN INPUT REFMB-FILE.
    IF REFMB-STATUS = "00"
        DISPLAY "-----------------------------------------------"
        DISPLAY "Pagamento por Multibanco:"
        MOVE EXT-ID-ALUNO TO RMB-ID-ALUNO
        MOVE LOW-VALUES TO RMB-SEMESTRE
        START REFMB-FILE KEY IS NOT LESS THAN RMB-CONTA
            INVALID KEY
                MOVE 'Y' TO EXT-FIM-FICHEIRO
        END-START
        PERFORM UNTIL EXT-FIM-FICHEIRO = 'Y'
            READ REFMB-FILE NEXT RECORD
                AT END MOVE 'Y' TO EXT-FIM-FICHEIRO
                NOT AT END
                    IF RMB-ID-ALUNO NOT = EXT-ID-ALUNO
                        MOVE 'Y' TO EXT-FIM-FICHEIRO
                    ELSE
                        IF NOT RMB-ANULADA
                            PERFORM MOSTRAR-REFERENCIA-MB
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFMB-FILE
    END-IF.

MOSTRAR-REFERENCIA-MB.
    IF RMB-PAGA
        MOVE "PAGA" TO EXT-ESTADO-REF
    ELSE
        MOVE "POR PAGAR" TO EXT-ESTADO-REF
    END-IF
    MOVE RMB-VALOR TO EXT-VALOR-ED
    DISPLAY "  " RMB-SEMESTRE "  prest " RMB-PRESTACAO
        "  entidade " RMB-ENTIDADE
        "  referencia " RMB-REFERENCIA (1:3) " " RMB-REFERENCIA (4:3)
        " " RMB-REFERENCIA (7:3)
        "  " EXT-VALOR-ED
        "  limite " RMB-DATA-LIMITE
        "  " EXT-ESTADO-REF.
