*>****************************************************************
*> Author:
*> Date:
*> Purpose: extrato anual para a declaracao Modelo 10. Acumula as
*>          retencoes na fonte de RETENCOES.dat das faturas pagas
*>          no ano civil pedido por NIF do fornecedor e tipo de
*>          rendimento (rendimentos pagos e imposto retido) e
*>          grava MODELO10-<ano>.dat, uma linha por NIF e tipo,
*>          com os totais de controlo no fim. As retencoes sem
*>          NIF saem a parte, por fornecedor, para serem
*>          corrigidas antes da entrega; as ainda por entregar ao
*>          Estado sao assinaladas. Termina com RETURN-CODE 2
*>          quando ha alguma dessas excecoes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. modelo10_anual.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slretencao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT MODELO10-FILE
         ASSIGN TO M10-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdretencao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD MODELO10-FILE.
  01 LINHA-MODELO10          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsretencao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 M10-ANO               PIC X(4).
    77 M10-NOME-FICHEIRO     PIC X(40).
    77 M10-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 M10-QTD               PIC 9(3) VALUE ZERO.
    77 M10-IX                PIC 9(3).
    77 M10-ENCONTROU         PIC X VALUE 'N'.
    77 M10-CHEIA             PIC X VALUE 'N'.
    77 M10-LIDAS             PIC 9(5) VALUE ZERO.
    77 M10-SEM-NIF           PIC 9(5) VALUE ZERO.
    77 M10-POR-ENTREGAR      PIC 9(5) VALUE ZERO.
    77 M10-TOTAL-RENDIMENTOS PIC 9(10)V99 VALUE ZERO.
    77 M10-TOTAL-RETENCOES   PIC 9(10)V99 VALUE ZERO.
    77 M10-RENDIMENTOS-ED    PIC Z(9)9.99.
    77 M10-RETENCOES-ED      PIC Z(9)9.99.

    01 M10-TABELA.
       05 M10-ENTRADA OCCURS 500 TIMES.
          10 M10-T-NIF       PIC X(9).
          10 M10-T-TIPO      PIC X.
          10 M10-T-VENDOR    PIC 9(5).
          10 M10-T-RENDIMENTOS PIC 9(9)V99.
          10 M10-T-RETENCOES PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvretencao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM EXTRATO-MODELO10.
GOBACK.

EXTRATO-MODELO10.
    DISPLAY "Introduza o ano civil (ex: 2026): " NO ADVANCING
    ACCEPT M10-ANO
    MOVE SPACES TO M10-NOME-FICHEIRO
    STRING "MODELO10-" DELIMITED BY SIZE
           M10-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO M10-NOME-FICHEIRO

    OPEN INPUT RETENCOES-FILE.
    IF RETENCOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir RETENCOES-FILE. Status: "
            RETENCOES-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM UNTIL M10-FIM-FICHEIRO = 'Y'
            READ RETENCOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO M10-FIM-FICHEIRO
                NOT AT END
                    IF RET-DATA-PAGAMENTO (1:4) = M10-ANO
                        PERFORM ACUMULAR-RETENCAO-M10
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETENCOES-FILE
        PERFORM GRAVAR-MODELO10
        MOVE "modelo10_anual" TO SPR-PROGRAMA
        MOVE M10-ANO TO SPR-PARAMETROS
        MOVE M10-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE M10-QTD TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "=============================================="
        DISPLAY "  MODELO 10 - ANO " M10-ANO
        DISPLAY "=============================================="
        DISPLAY "Retencoes lidas do ano:  " M10-LIDAS
        DISPLAY "Linhas NIF/tipo:         " M10-QTD
        MOVE M10-TOTAL-RENDIMENTOS TO M10-RENDIMENTOS-ED
        DISPLAY "Rendimentos:             " M10-RENDIMENTOS-ED
        MOVE M10-TOTAL-RETENCOES TO M10-RETENCOES-ED
        DISPLAY "Retencoes:               " M10-RETENCOES-ED
        IF M10-SEM-NIF > ZERO
            DISPLAY "ATENCAO: " M10-SEM-NIF
                " retencoes sem NIF do fornecedor."
        END-IF
        IF M10-POR-ENTREGAR > ZERO
            DISPLAY "ATENCAO: " M10-POR-ENTREGAR
                " retencoes ainda por entregar ao Estado."
        END-IF
        IF M10-CHEIA = 'S'
            DISPLAY "ATENCAO: tabela de NIF cheia, extrato"
                " incompleto."
        END-IF
        DISPLAY "Extrato gravado em " M10-NOME-FICHEIRO
        DISPLAY "=============================================="
        EVALUATE TRUE
            WHEN M10-LIDAS = ZERO
                MOVE 1 TO RETURN-CODE
            WHEN M10-SEM-NIF > ZERO OR M10-POR-ENTREGAR > ZERO
                OR M10-CHEIA = 'S'
                MOVE 2 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.

ACUMULAR-RETENCAO-M10.
*> a chave e o NIF e o tipo de rendimento; sem NIF o fornecedor
*> entra na chave para a excecao sair identificada.
    ADD 1 TO M10-LIDAS
    IF RET-NIF = SPACES
        ADD 1 TO M10-SEM-NIF
    END-IF
    IF RET-POR-ENTREGAR
        ADD 1 TO M10-POR-ENTREGAR
    END-IF
    MOVE 'N' TO M10-ENCONTROU
    MOVE ZERO TO M10-IX
    PERFORM PROCURAR-ENTRADA-M10
        UNTIL M10-ENCONTROU = 'S' OR M10-IX = M10-QTD
    IF M10-ENCONTROU = 'N'
        IF M10-QTD < 500
            ADD 1 TO M10-QTD
            MOVE M10-QTD TO M10-IX
            MOVE RET-NIF TO M10-T-NIF (M10-IX)
            MOVE RET-TIPO-RENDIMENTO TO M10-T-TIPO (M10-IX)
            MOVE RET-VENDOR-NUMBER TO M10-T-VENDOR (M10-IX)
            MOVE ZERO TO M10-T-RENDIMENTOS (M10-IX)
            MOVE ZERO TO M10-T-RETENCOES (M10-IX)
            MOVE 'S' TO M10-ENCONTROU
        ELSE
            MOVE 'S' TO M10-CHEIA
        END-IF
    END-IF
    IF M10-ENCONTROU = 'S'
        ADD RET-BASE TO M10-T-RENDIMENTOS (M10-IX)
        ADD RET-VALOR TO M10-T-RETENCOES (M10-IX)
        ADD RET-BASE TO M10-TOTAL-RENDIMENTOS
        ADD RET-VALOR TO M10-TOTAL-RETENCOES
    END-IF.

PROCURAR-ENTRADA-M10.
    ADD 1 TO M10-IX
    IF M10-T-NIF (M10-IX) = RET-NIF
        AND M10-T-TIPO (M10-IX) = RET-TIPO-RENDIMENTO
        IF RET-NIF NOT = SPACES
            OR M10-T-VENDOR (M10-IX) = RET-VENDOR-NUMBER
            MOVE 'S' TO M10-ENCONTROU
        END-IF
    END-IF.

GRAVAR-MODELO10.
    OPEN OUTPUT MODELO10-FILE
    MOVE SPACES TO LINHA-MODELO10
    STRING "MODELO 10 - RENDIMENTOS E RETENCOES DO ANO "
               DELIMITED BY SIZE
           M10-ANO DELIMITED BY SIZE
           INTO LINHA-MODELO10
    WRITE LINHA-MODELO10
    MOVE "NIF       TIPO     RENDIMENTOS       RETENCOES"
        TO LINHA-MODELO10
    WRITE LINHA-MODELO10
    MOVE ALL "=" TO LINHA-MODELO10
    WRITE LINHA-MODELO10
    PERFORM VARYING M10-IX FROM 1 BY 1 UNTIL M10-IX > M10-QTD
        IF M10-T-NIF (M10-IX) NOT = SPACES
            PERFORM ESCREVER-LINHA-M10
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LINHA-MODELO10
    WRITE LINHA-MODELO10
    MOVE M10-TOTAL-RENDIMENTOS TO M10-RENDIMENTOS-ED
    MOVE M10-TOTAL-RETENCOES TO M10-RETENCOES-ED
    MOVE SPACES TO LINHA-MODELO10
    STRING "TOTAL         " DELIMITED BY SIZE
           M10-RENDIMENTOS-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           M10-RETENCOES-ED DELIMITED BY SIZE
           INTO LINHA-MODELO10
    WRITE LINHA-MODELO10
    IF M10-SEM-NIF > ZERO
        MOVE SPACES TO LINHA-MODELO10
        WRITE LINHA-MODELO10
        MOVE "EXCECOES - RETENCOES SEM NIF (corrigir o fornecedor)"
            TO LINHA-MODELO10
        WRITE LINHA-MODELO10
        PERFORM VARYING M10-IX FROM 1 BY 1 UNTIL M10-IX > M10-QTD
            IF M10-T-NIF (M10-IX) = SPACES
                PERFORM ESCREVER-EXCECAO-M10
            END-IF
        END-PERFORM
    END-IF
    CLOSE MODELO10-FILE.

ESCREVER-LINHA-M10.
    MOVE M10-T-RENDIMENTOS (M10-IX) TO M10-RENDIMENTOS-ED
    MOVE M10-T-RETENCOES (M10-IX) TO M10-RETENCOES-ED
    MOVE SPACES TO LINHA-MODELO10
    STRING M10-T-NIF (M10-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           M10-T-TIPO (M10-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           M10-RENDIMENTOS-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           M10-RETENCOES-ED DELIMITED BY SIZE
           INTO LINHA-MODELO10
    WRITE LINHA-MODELO10.

ESCREVER-EXCECAO-M10.
    MOVE M10-T-RENDIMENTOS (M10-IX) TO M10-RENDIMENTOS-ED
    MOVE M10-T-RETENCOES (M10-IX) TO M10-RETENCOES-ED
    MOVE SPACES TO LINHA-MODELO10
    STRING "FORNECEDOR " DELIMITED BY SIZE
           M10-T-VENDOR (M10-IX) DELIMITED BY SIZE
           " TIPO " DELIMITED BY SIZE
           M10-T-TIPO (M10-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           M10-RENDIMENTOS-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           M10-RETENCOES-ED DELIMITED BY SIZE
           INTO LINHA-MODELO10
    WRITE LINHA-MODELO10.

COPY "pspool.cbl".

COPY "psessao.cbl".
