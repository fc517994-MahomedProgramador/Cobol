*>****************************************************************
*> Author:
*> Date:
*> Purpose: apuramento mensal das retencoes na fonte a entregar
*>          ao Estado. Percorre RETENCOES.dat (gravado pela
*>          corrida de pagamentos) e lista as retencoes das
*>          faturas pagas no mes pedido (AAAAMM), por fornecedor,
*>          com o resumo por tipo de rendimento e o total a
*>          entregar na guia, em RETENCOES-AAAAMM.dat. As ja
*>          entregues saem na lista mas nao no total a entregar.
*>          Depois de paga a guia, o mesmo programa marca as
*>          retencoes do mes como entregues com o numero e a data
*>          da guia. A entrega faz-se ate ao dia 20 do mes
*>          seguinte.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. retencoes_mensal.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slretencao.cbl".
     COPY "slvendor.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT RELATORIO-FILE
         ASSIGN TO RTM-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdretencao.cbl".
  COPY "fdvendor.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD RELATORIO-FILE.
  01 LINHA-RELATORIO         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsretencao.cbl".
  COPY "wsvendor.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RTM-PERIODO           PIC X(6).
    77 RTM-NOME-FICHEIRO     PIC X(40).
    77 RTM-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RTM-MARCAR            PIC X VALUE 'N'.
    77 RTM-GUIA              PIC X(20).
    77 RTM-DATA-ENTREGA      PIC 9(8).
    77 RTM-TEM-VENDOR        PIC X VALUE 'N'.
    77 RTM-VENDOR-ATUAL      PIC 9(5) VALUE ZERO.
    77 RTM-NOME-VENDOR       PIC X(30).
    77 RTM-TOTAL-VENDOR      PIC 9(8)V99 VALUE ZERO.
    77 RTM-TOTAL-ENTREGAR    PIC 9(9)V99 VALUE ZERO.
    77 RTM-TOTAL-ENTREGUE    PIC 9(9)V99 VALUE ZERO.
    77 RTM-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 RTM-TOTAL-MARCADAS    PIC 9(5) VALUE ZERO.
    77 RTM-SEM-NIF           PIC 9(5) VALUE ZERO.
    77 RTM-IX                PIC 9(2).
    77 RTM-BASE-ED           PIC Z(6)9.99.
    77 RTM-TAXA-ED           PIC Z9.99.
    77 RTM-VALOR-ED          PIC Z(8)9.99.
    77 RTM-RETIDO-ED         PIC Z(8)9.99.

    01 RTM-TIPOS-VALORES.
       05 FILLER PIC X VALUE "A".
       05 FILLER PIC X VALUE "B".
       05 FILLER PIC X VALUE "E".
       05 FILLER PIC X VALUE "F".
       05 FILLER PIC X VALUE "G".
       05 FILLER PIC X VALUE "H".
       05 FILLER PIC X VALUE "R".
       05 FILLER PIC X VALUE "?".
    01 RTM-TIPOS REDEFINES RTM-TIPOS-VALORES.
       05 RTM-TIPO-COD OCCURS 8 TIMES PIC X.
    01 RTM-TOTAIS-TIPO.
       05 RTM-TIPO-BASE  OCCURS 8 TIMES PIC 9(9)V99.
       05 RTM-TIPO-VALOR OCCURS 8 TIMES PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvretencao.cbl".
COPY "rvvendor.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM APURAR-RETENCOES-MES.
GOBACK.

APURAR-RETENCOES-MES.
    DISPLAY "Mes das retencoes (AAAAMM): " NO ADVANCING
    ACCEPT RTM-PERIODO
    DISPLAY "Marcar as retencoes do mes como entregues (S/N)? "
        NO ADVANCING
    ACCEPT RTM-MARCAR
    IF RTM-MARCAR = "s"
        MOVE "S" TO RTM-MARCAR
    END-IF
    IF RTM-MARCAR = "S"
        DISPLAY "Numero da guia de pagamento: " NO ADVANCING
        ACCEPT RTM-GUIA
        DISPLAY "Data de pagamento da guia (AAAAMMDD, 0 = hoje): "
            NO ADVANCING
        ACCEPT RTM-DATA-ENTREGA
        IF RTM-DATA-ENTREGA = ZERO OR RTM-DATA-ENTREGA NOT NUMERIC
            ACCEPT RTM-DATA-ENTREGA FROM DATE YYYYMMDD
        END-IF
        IF RTM-GUIA = SPACES
            DISPLAY "Sem numero de guia nao se marca a entrega."
            MOVE "N" TO RTM-MARCAR
        END-IF
    END-IF
    MOVE SPACES TO RTM-NOME-FICHEIRO
    STRING "RETENCOES-" DELIMITED BY SIZE
           RTM-PERIODO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RTM-NOME-FICHEIRO
    MOVE ZERO TO RTM-TOTAIS-TIPO

    MOVE ZERO TO RETENCOES-TENTATIVAS
    MOVE "99" TO RETENCOES-STATUS
    PERFORM UNTIL RETENCOES-STATUS = "00"
        OR RETENCOES-TENTATIVAS = 5
        IF RTM-MARCAR = "S"
            OPEN I-O RETENCOES-FILE
        ELSE
            OPEN INPUT RETENCOES-FILE
        END-IF
        IF RETENCOES-STATUS NOT = "00"
            ADD 1 TO RETENCOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF RETENCOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir RETENCOES-FILE. Status: "
            RETENCOES-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN OUTPUT RELATORIO-FILE
        MOVE SPACES TO LINHA-RELATORIO
        STRING "RETENCOES NA FONTE - PAGAMENTOS DO MES "
                   DELIMITED BY SIZE
               RTM-PERIODO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
        MOVE ALL "=" TO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
        PERFORM UNTIL RTM-FIM-FICHEIRO = 'Y'
            READ RETENCOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO RTM-FIM-FICHEIRO
                NOT AT END
                    IF RET-DATA-PAGAMENTO (1:6) = RTM-PERIODO
                        PERFORM LISTAR-RETENCAO
                    END-IF
            END-READ
        END-PERFORM
        IF RTM-TEM-VENDOR = 'S'
            PERFORM FECHAR-VENDOR-RTM
        END-IF
        PERFORM IMPRIMIR-RESUMO-TIPOS
        CLOSE RELATORIO-FILE
        CLOSE RETENCOES-FILE
        MOVE "retencoes_mensal" TO SPR-PROGRAMA
        MOVE RTM-PERIODO TO SPR-PARAMETROS
        MOVE RTM-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RTM-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "=============================================="
        DISPLAY "  RETENCOES NA FONTE DO MES " RTM-PERIODO
        DISPLAY "=============================================="
        DISPLAY "Retencoes do mes:        " RTM-TOTAL-LINHAS
        MOVE RTM-TOTAL-ENTREGAR TO RTM-VALOR-ED
        DISPLAY "A entregar ao Estado:    " RTM-VALOR-ED
        MOVE RTM-TOTAL-ENTREGUE TO RTM-VALOR-ED
        DISPLAY "Ja entregue:             " RTM-VALOR-ED
        IF RTM-MARCAR = "S"
            DISPLAY "Marcadas como entregues na guia " RTM-GUIA
                ": " RTM-TOTAL-MARCADAS
        END-IF
        IF RTM-SEM-NIF > ZERO
            DISPLAY "ATENCAO: " RTM-SEM-NIF
                " retencoes sem NIF do fornecedor."
        END-IF
        DISPLAY "Detalhe em " RTM-NOME-FICHEIRO
        DISPLAY "=============================================="
        EVALUATE TRUE
            WHEN RTM-TOTAL-LINHAS = ZERO
                MOVE 1 TO RETURN-CODE
            WHEN RTM-SEM-NIF > ZERO
                MOVE 2 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.

LISTAR-RETENCAO.
    IF RTM-TEM-VENDOR = 'S'
        AND RET-VENDOR-NUMBER NOT = RTM-VENDOR-ATUAL
        PERFORM FECHAR-VENDOR-RTM
    END-IF
    IF RTM-TEM-VENDOR = 'N'
        OR RET-VENDOR-NUMBER NOT = RTM-VENDOR-ATUAL
        MOVE 'S' TO RTM-TEM-VENDOR
        MOVE RET-VENDOR-NUMBER TO RTM-VENDOR-ATUAL
        MOVE ZERO TO RTM-TOTAL-VENDOR
        PERFORM OBTER-NOME-VENDOR-RTM
        MOVE SPACES TO LINHA-RELATORIO
        STRING "Fornecedor " DELIMITED BY SIZE
               RET-VENDOR-NUMBER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               RTM-NOME-VENDOR DELIMITED BY SIZE
               "  NIF " DELIMITED BY SIZE
               RET-NIF DELIMITED BY SIZE
               INTO LINHA-RELATORIO
        WRITE LINHA-RELATORIO
    END-IF
    ADD 1 TO RTM-TOTAL-LINHAS
    IF RET-NIF = SPACES
        ADD 1 TO RTM-SEM-NIF
    END-IF
    IF RTM-MARCAR = "S" AND RET-POR-ENTREGAR
        MOVE "E" TO RET-ESTADO
        MOVE RTM-DATA-ENTREGA TO RET-DATA-ENTREGA
        MOVE RTM-GUIA TO RET-GUIA
        REWRITE REGISTO-RETENCAO
        ADD 1 TO RTM-TOTAL-MARCADAS
        ADD RET-VALOR TO RTM-TOTAL-ENTREGAR
    ELSE
        IF RET-POR-ENTREGAR
            ADD RET-VALOR TO RTM-TOTAL-ENTREGAR
        ELSE
            ADD RET-VALOR TO RTM-TOTAL-ENTREGUE
        END-IF
    END-IF
    ADD RET-VALOR TO RTM-TOTAL-VENDOR
    PERFORM VARYING RTM-IX FROM 1 BY 1
        UNTIL RTM-IX = 8
            OR RTM-TIPO-COD (RTM-IX) = RET-TIPO-RENDIMENTO
        CONTINUE
    END-PERFORM
    ADD RET-BASE TO RTM-TIPO-BASE (RTM-IX)
    ADD RET-VALOR TO RTM-TIPO-VALOR (RTM-IX)
    MOVE RET-BASE TO RTM-BASE-ED
    MOVE RET-TAXA TO RTM-TAXA-ED
    MOVE RET-VALOR TO RTM-VALOR-ED
    MOVE SPACES TO LINHA-RELATORIO
    STRING "  " DELIMITED BY SIZE
           RET-FAT-NUMERO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RET-DATA-PAGAMENTO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RET-TIPO-RENDIMENTO DELIMITED BY SIZE
           " base " DELIMITED BY SIZE
           RTM-BASE-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTM-TAXA-ED DELIMITED BY SIZE
           "% retido " DELIMITED BY SIZE
           RTM-VALOR-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RET-ESTADO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RET-GUIA DELIMITED BY SIZE
           INTO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

FECHAR-VENDOR-RTM.
    MOVE RTM-TOTAL-VENDOR TO RTM-VALOR-ED
    MOVE SPACES TO LINHA-RELATORIO
    STRING "  Total retido ao fornecedor: " DELIMITED BY SIZE
           RTM-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE SPACES TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

IMPRIMIR-RESUMO-TIPOS.
    MOVE ALL "=" TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE "RESUMO POR TIPO DE RENDIMENTO" TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    PERFORM VARYING RTM-IX FROM 1 BY 1 UNTIL RTM-IX > 8
        IF RTM-TIPO-VALOR (RTM-IX) > ZERO
            MOVE RTM-TIPO-BASE (RTM-IX) TO RTM-VALOR-ED
            MOVE RTM-TIPO-VALOR (RTM-IX) TO RTM-RETIDO-ED
            MOVE SPACES TO LINHA-RELATORIO
            STRING "  Tipo " DELIMITED BY SIZE
                   RTM-TIPO-COD (RTM-IX) DELIMITED BY SIZE
                   "  rendimentos " DELIMITED BY SIZE
                   RTM-VALOR-ED DELIMITED BY SIZE
                   "  retido " DELIMITED BY SIZE
                   RTM-RETIDO-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE RTM-TOTAL-ENTREGAR TO RTM-VALOR-ED
    MOVE SPACES TO LINHA-RELATORIO
    STRING "TOTAL A ENTREGAR AO ESTADO: " DELIMITED BY SIZE
           RTM-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-RELATORIO
    WRITE LINHA-RELATORIO
    MOVE RTM-TOTAL-ENTREGUE TO RTM-VALOR-ED
    MOVE SPACES TO LINHA-RELATORIO
    STRING "JA ENTREGUE EM GUIAS ANTERIORES: " DELIMITED BY SIZE
           RTM-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-RELATORIO
    WRITE LINHA-RELATORIO.

OBTER-NOME-VENDOR-RTM.
    MOVE SPACES TO RTM-NOME-VENDOR
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS = "00"
        MOVE RTM-VENDOR-ATUAL TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                MOVE "(fornecedor desconhecido)" TO RTM-NOME-VENDOR
            NOT INVALID KEY
                MOVE VENDOR-NAME TO RTM-NOME-VENDOR
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
