*>****************************************************************
*> Author:
*> Date:
*> Purpose: conciliacao do extrato de conta corrente enviado pelo
*>          fornecedor com FATURAS.dat. Le o CSV do extrato
*>          (EXTRATO-FORNECEDOR.csv, uma linha por documento em
*>          aberto do lado deles: fornecedor,numero,data,valor,
*>          com as notas de credito a negativo; varios extratos
*>          podem vir seguidos no mesmo ficheiro, agrupados por
*>          fornecedor) e confere cada linha por FAT-NUMERO e
*>          valor: CONFERE, DIFERENCA DE VALOR, NAO RECEBIDA (nao
*>          existe do nosso lado), JA PAGA (com a referencia e a
*>          data do pagamento) e, no fecho de cada fornecedor, SO
*>          NOS NOSSOS LIVROS para os documentos nao pagos ate a
*>          data do extrato que o fornecedor nao lista. O
*>          relatorio de excecoes sai por fornecedor em
*>          CONCILIACAO-EXTRATOS-AAAAMMDD.dat, para as faturas em
*>          falta serem pedidas antes de virarem atrasos. Termina
*>          com RETURN-CODE 2 quando ha alguma excecao.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. reconciliar_extrato_fornecedor.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendor.cbl".
     COPY "slfatura.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT EXTRATO-CSV-FILE
         ASSIGN TO REF-CSV-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REF-CSV-STATUS.

     SELECT CONCILIACAO-FILE
         ASSIGN TO REF-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendor.cbl".
  COPY "fdfatura.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD EXTRATO-CSV-FILE.
  01 LINHA-CSV-EXTRATO       PIC X(120).

  FD CONCILIACAO-FILE.
  01 LINHA-CONCILIACAO       PIC X(120).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsfatura.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 REF-CSV-NOME          PIC X(40)
        VALUE "EXTRATO-FORNECEDOR.csv".
    77 REF-CSV-NOME-ENV      PIC X(40).
    77 REF-CSV-STATUS        PIC X(2) VALUE "00".
    77 REF-NOME-FICHEIRO     PIC X(40).
    77 REF-DATA-HOJE         PIC 9(8).
    77 REF-DATA-EXTRATO      PIC 9(8).
    77 REF-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 REF-FIM-FATURAS       PIC X VALUE 'N'.
    77 REF-CAMPO-VENDOR      PIC X(10).
    77 REF-CAMPO-NUMERO      PIC X(12).
    77 REF-CAMPO-DATA        PIC X(10).
    77 REF-CAMPO-VALOR       PIC X(15).
    77 REF-VENDOR            PIC 9(5).
    77 REF-VALOR-DELES       PIC S9(7)V99.
    77 REF-VALOR-NOSSO       PIC S9(7)V99.
    77 REF-DIFERENCA         PIC S9(7)V99.
    77 REF-TEM-VENDOR        PIC X VALUE 'N'.
    77 REF-VENDOR-ATUAL      PIC 9(5) VALUE ZERO.
    77 REF-NOME-VENDOR       PIC X(30).
    77 REF-QTD-LISTADOS      PIC 9(3) VALUE ZERO.
    77 REF-IX                PIC 9(3).
    77 REF-LISTADO           PIC X VALUE 'N'.
    77 REF-TABELA-CHEIA      PIC X VALUE 'N'.
    77 REF-CLASSE            PIC X(20).
    77 REF-DETALHE           PIC X(45).
    77 REF-DELES-ED          PIC -Z(6)9.99.
    77 REF-NOSSO-ED          PIC -Z(6)9.99.
    77 REF-V-CONFERE         PIC 9(5) VALUE ZERO.
    77 REF-V-EXCECOES        PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-INVALIDAS   PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-CONFERE     PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-DIFERENCA   PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-NAO-RECEB   PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-JA-PAGA     PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-SO-NOSSOS   PIC 9(5) VALUE ZERO.
    77 REF-TOTAL-VENDORS     PIC 9(4) VALUE ZERO.
    77 REF-TOTAL-EXCECOES    PIC 9(6) VALUE ZERO.

    01 REF-TABELA-LISTADOS.
       05 REF-LISTADO-NUMERO OCCURS 500 TIMES PIC X(10).

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvfatura.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    ACCEPT REF-CSV-NOME-ENV FROM ENVIRONMENT "EXTRATO_FORNECEDOR_CSV"
    IF REF-CSV-NOME-ENV NOT = SPACES
        MOVE REF-CSV-NOME-ENV TO REF-CSV-NOME
    END-IF
    PERFORM CONCILIAR-EXTRATOS.
GOBACK.

CONCILIAR-EXTRATOS.
    ACCEPT REF-DATA-HOJE FROM DATE YYYYMMDD
    DISPLAY "Data dos extratos (AAAAMMDD, 0 = hoje): " NO ADVANCING
    ACCEPT REF-DATA-EXTRATO
    IF REF-DATA-EXTRATO = ZERO OR REF-DATA-EXTRATO NOT NUMERIC
        MOVE REF-DATA-HOJE TO REF-DATA-EXTRATO
    END-IF
    MOVE SPACES TO REF-NOME-FICHEIRO
    STRING "CONCILIACAO-EXTRATOS-" DELIMITED BY SIZE
           REF-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO REF-NOME-FICHEIRO
    OPEN INPUT EXTRATO-CSV-FILE.
    IF REF-CSV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " REF-CSV-NOME ". Status: "
            REF-CSV-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN INPUT FATURAS-FILE
        IF FATURAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir FATURAS-FILE. Status: "
                FATURAS-STATUS
            CLOSE EXTRATO-CSV-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN OUTPUT CONCILIACAO-FILE
            MOVE SPACES TO LINHA-CONCILIACAO
            STRING "CONCILIACAO DE EXTRATOS DE FORNECEDORES A "
                       DELIMITED BY SIZE
                   REF-DATA-EXTRATO DELIMITED BY SIZE
                   INTO LINHA-CONCILIACAO
            WRITE LINHA-CONCILIACAO
            MOVE ALL "=" TO LINHA-CONCILIACAO
            WRITE LINHA-CONCILIACAO
            PERFORM UNTIL REF-FIM-FICHEIRO = 'Y'
                READ EXTRATO-CSV-FILE
                    AT END MOVE 'Y' TO REF-FIM-FICHEIRO
                    NOT AT END
                        PERFORM TRATAR-LINHA-EXTRATO
                END-READ
            END-PERFORM
            IF REF-TEM-VENDOR = 'S'
                PERFORM FECHAR-VENDOR-EXTRATO
            END-IF
            PERFORM ESCREVER-TOTAIS-CONCILIACAO
            CLOSE CONCILIACAO-FILE
            CLOSE FATURAS-FILE
            CLOSE EXTRATO-CSV-FILE
            MOVE "reconciliar_extrato_fornecedor" TO SPR-PROGRAMA
            MOVE REF-DATA-EXTRATO TO SPR-PARAMETROS
            MOVE REF-NOME-FICHEIRO TO SPR-FICHEIRO
            MOVE REF-TOTAL-LINHAS TO SPR-LINHAS
            MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
            PERFORM REGISTAR-NO-SPOOL
            DISPLAY "=============================================="
            DISPLAY "  CONCILIACAO DE EXTRATOS DE FORNECEDORES"
            DISPLAY "=============================================="
            DISPLAY "Fornecedores:              " REF-TOTAL-VENDORS
            DISPLAY "Linhas de extrato lidas:   " REF-TOTAL-LINHAS
            DISPLAY "  Conferem:                " REF-TOTAL-CONFERE
            DISPLAY "  Diferenca de valor:      " REF-TOTAL-DIFERENCA
            DISPLAY "  Nao recebidas:           " REF-TOTAL-NAO-RECEB
            DISPLAY "  Ja pagas por nos:        " REF-TOTAL-JA-PAGA
            DISPLAY "  Linhas invalidas:        " REF-TOTAL-INVALIDAS
            DISPLAY "So nos nossos livros:      " REF-TOTAL-SO-NOSSOS
            DISPLAY "Detalhe em " REF-NOME-FICHEIRO
            DISPLAY "=============================================="
            COMPUTE REF-TOTAL-EXCECOES = REF-TOTAL-DIFERENCA
                + REF-TOTAL-NAO-RECEB + REF-TOTAL-JA-PAGA
                + REF-TOTAL-SO-NOSSOS + REF-TOTAL-INVALIDAS
            EVALUATE TRUE
                WHEN REF-TOTAL-LINHAS = ZERO
                    MOVE 1 TO RETURN-CODE
                WHEN REF-TOTAL-EXCECOES > ZERO
                    MOVE 2 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
        END-IF
    END-IF.

TRATAR-LINHA-EXTRATO.
    IF LINHA-CSV-EXTRATO = SPACES
        CONTINUE
    ELSE
        MOVE SPACES TO REF-CAMPO-VENDOR
        MOVE SPACES TO REF-CAMPO-NUMERO
        MOVE SPACES TO REF-CAMPO-DATA
        MOVE SPACES TO REF-CAMPO-VALOR
        UNSTRING LINHA-CSV-EXTRATO DELIMITED BY ","
            INTO REF-CAMPO-VENDOR REF-CAMPO-NUMERO REF-CAMPO-DATA
                 REF-CAMPO-VALOR
        END-UNSTRING
*> a linha de cabecalho do CSV, se vier, nao tem fornecedor
*> numerico e nao conta.
        IF FUNCTION TRIM (REF-CAMPO-VENDOR) NOT NUMERIC
            IF REF-TOTAL-LINHAS > ZERO
                ADD 1 TO REF-TOTAL-INVALIDAS
                MOVE SPACES TO LINHA-CONCILIACAO
                STRING "  LINHA INVALIDA: " DELIMITED BY SIZE
                       LINHA-CSV-EXTRATO DELIMITED BY SIZE
                       INTO LINHA-CONCILIACAO
                WRITE LINHA-CONCILIACAO
            END-IF
        ELSE
            ADD 1 TO REF-TOTAL-LINHAS
            COMPUTE REF-VENDOR = FUNCTION NUMVAL (REF-CAMPO-VENDOR)
            IF REF-TEM-VENDOR = 'S'
                AND REF-VENDOR NOT = REF-VENDOR-ATUAL
                PERFORM FECHAR-VENDOR-EXTRATO
            END-IF
            IF REF-TEM-VENDOR = 'N'
                OR REF-VENDOR NOT = REF-VENDOR-ATUAL
                PERFORM ABRIR-VENDOR-EXTRATO
            END-IF
            IF REF-CAMPO-VALOR = SPACES
                MOVE ZERO TO REF-VALOR-DELES
            ELSE
                COMPUTE REF-VALOR-DELES =
                    FUNCTION NUMVAL (REF-CAMPO-VALOR)
            END-IF
            PERFORM GUARDAR-LISTADO
            PERFORM CLASSIFICAR-LINHA-EXTRATO
        END-IF
    END-IF.

ABRIR-VENDOR-EXTRATO.
    MOVE 'S' TO REF-TEM-VENDOR
    MOVE REF-VENDOR TO REF-VENDOR-ATUAL
    MOVE ZERO TO REF-QTD-LISTADOS
    MOVE 'N' TO REF-TABELA-CHEIA
    MOVE ZERO TO REF-V-CONFERE
    MOVE ZERO TO REF-V-EXCECOES
    ADD 1 TO REF-TOTAL-VENDORS
    PERFORM OBTER-NOME-VENDOR-REF
    MOVE SPACES TO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO
    MOVE SPACES TO LINHA-CONCILIACAO
    STRING "FORNECEDOR " DELIMITED BY SIZE
           REF-VENDOR-ATUAL DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           REF-NOME-VENDOR DELIMITED BY SIZE
           INTO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO
    MOVE ALL "-" TO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO.

GUARDAR-LISTADO.
    IF REF-QTD-LISTADOS < 500
        ADD 1 TO REF-QTD-LISTADOS
        MOVE REF-CAMPO-NUMERO TO REF-LISTADO-NUMERO (REF-QTD-LISTADOS)
    ELSE
        MOVE 'S' TO REF-TABELA-CHEIA
    END-IF.

CLASSIFICAR-LINHA-EXTRATO.
    MOVE REF-VENDOR-ATUAL TO FAT-VENDOR-NUMBER
    MOVE REF-CAMPO-NUMERO TO FAT-NUMERO
    MOVE ZERO TO REF-VALOR-NOSSO
    MOVE SPACES TO REF-DETALHE
    READ FATURAS-FILE KEY IS FAT-CHAVE
        INVALID KEY
            MOVE "NAO RECEBIDA" TO REF-CLASSE
            MOVE "pedir segunda via ao fornecedor" TO REF-DETALHE
            ADD 1 TO REF-TOTAL-NAO-RECEB
        NOT INVALID KEY
            MOVE FAT-VALOR TO REF-VALOR-NOSSO
            IF FAT-NOTA-CREDITO
                COMPUTE REF-VALOR-NOSSO = 0 - FAT-VALOR
            END-IF
            COMPUTE REF-DIFERENCA = REF-VALOR-DELES - REF-VALOR-NOSSO
            EVALUATE TRUE
                WHEN FAT-PAGA
                    MOVE "JA PAGA" TO REF-CLASSE
                    STRING "ref " DELIMITED BY SIZE
                           FAT-REF-PAGAMENTO DELIMITED BY SIZE
                           " em " DELIMITED BY SIZE
                           FAT-DATA-PAGAMENTO DELIMITED BY SIZE
                           INTO REF-DETALHE
                    ADD 1 TO REF-TOTAL-JA-PAGA
                WHEN REF-DIFERENCA > 0.01 OR REF-DIFERENCA < -0.01
                    MOVE "DIFERENCA DE VALOR" TO REF-CLASSE
                    ADD 1 TO REF-TOTAL-DIFERENCA
                WHEN OTHER
                    MOVE "CONFERE" TO REF-CLASSE
                    ADD 1 TO REF-TOTAL-CONFERE
                    ADD 1 TO REF-V-CONFERE
            END-EVALUATE
    END-READ
    IF REF-CLASSE NOT = "CONFERE"
        ADD 1 TO REF-V-EXCECOES
        MOVE REF-VALOR-DELES TO REF-DELES-ED
        MOVE REF-VALOR-NOSSO TO REF-NOSSO-ED
        MOVE SPACES TO LINHA-CONCILIACAO
        STRING "  " DELIMITED BY SIZE
               REF-CAMPO-NUMERO (1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REF-CLASSE DELIMITED BY SIZE
               " deles " DELIMITED BY SIZE
               REF-DELES-ED DELIMITED BY SIZE
               " nosso " DELIMITED BY SIZE
               REF-NOSSO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REF-DETALHE DELIMITED BY SIZE
               INTO LINHA-CONCILIACAO
        WRITE LINHA-CONCILIACAO
    END-IF.

FECHAR-VENDOR-EXTRATO.
*> documentos nossos por pagar ate a data do extrato que o
*> fornecedor nao lista: ou ja os deu por pagos, ou nao os
*> reconhece.
    MOVE 'N' TO REF-FIM-FATURAS
    MOVE REF-VENDOR-ATUAL TO FAT-VENDOR-NUMBER
    MOVE LOW-VALUES TO FAT-NUMERO
    START FATURAS-FILE KEY IS GREATER THAN FAT-CHAVE
        INVALID KEY
            MOVE 'Y' TO REF-FIM-FATURAS
    END-START
    PERFORM UNTIL REF-FIM-FATURAS = 'Y'
        READ FATURAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO REF-FIM-FATURAS
            NOT AT END
                IF FAT-VENDOR-NUMBER NOT = REF-VENDOR-ATUAL
                    MOVE 'Y' TO REF-FIM-FATURAS
                ELSE
                    IF NOT FAT-PAGA
                        AND FAT-DATA NOT > REF-DATA-EXTRATO
                        PERFORM VERIFICAR-SO-NOSSO
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF REF-TABELA-CHEIA = 'S'
        MOVE "  AVISO: extrato com mais de 500 linhas, lista incompleta."
            TO LINHA-CONCILIACAO
        WRITE LINHA-CONCILIACAO
    END-IF
    MOVE SPACES TO LINHA-CONCILIACAO
    STRING "  Conferem: " DELIMITED BY SIZE
           REF-V-CONFERE DELIMITED BY SIZE
           "   Excecoes: " DELIMITED BY SIZE
           REF-V-EXCECOES DELIMITED BY SIZE
           INTO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO.

VERIFICAR-SO-NOSSO.
    MOVE 'N' TO REF-LISTADO
    PERFORM VARYING REF-IX FROM 1 BY 1
        UNTIL REF-IX > REF-QTD-LISTADOS OR REF-LISTADO = 'S'
        IF REF-LISTADO-NUMERO (REF-IX) = FAT-NUMERO
            MOVE 'S' TO REF-LISTADO
        END-IF
    END-PERFORM
    IF REF-LISTADO = 'N'
        ADD 1 TO REF-TOTAL-SO-NOSSOS
        ADD 1 TO REF-V-EXCECOES
        MOVE FAT-VALOR TO REF-VALOR-NOSSO
        IF FAT-NOTA-CREDITO
            COMPUTE REF-VALOR-NOSSO = 0 - FAT-VALOR
        END-IF
        MOVE REF-VALOR-NOSSO TO REF-NOSSO-ED
        MOVE SPACES TO LINHA-CONCILIACAO
        STRING "  " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               " SO NOS NOSSOS LIVROS" DELIMITED BY SIZE
               " nosso " DELIMITED BY SIZE
               REF-NOSSO-ED DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               FAT-DATA DELIMITED BY SIZE
               " estado " DELIMITED BY SIZE
               FAT-ESTADO DELIMITED BY SIZE
               INTO LINHA-CONCILIACAO
        WRITE LINHA-CONCILIACAO
    END-IF.

ESCREVER-TOTAIS-CONCILIACAO.
    MOVE SPACES TO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO
    MOVE ALL "=" TO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO
    MOVE SPACES TO LINHA-CONCILIACAO
    STRING "Linhas " DELIMITED BY SIZE
           REF-TOTAL-LINHAS DELIMITED BY SIZE
           "  conferem " DELIMITED BY SIZE
           REF-TOTAL-CONFERE DELIMITED BY SIZE
           "  diferenca " DELIMITED BY SIZE
           REF-TOTAL-DIFERENCA DELIMITED BY SIZE
           "  nao recebidas " DELIMITED BY SIZE
           REF-TOTAL-NAO-RECEB DELIMITED BY SIZE
           "  ja pagas " DELIMITED BY SIZE
           REF-TOTAL-JA-PAGA DELIMITED BY SIZE
           "  so nossas " DELIMITED BY SIZE
           REF-TOTAL-SO-NOSSOS DELIMITED BY SIZE
           INTO LINHA-CONCILIACAO
    WRITE LINHA-CONCILIACAO.

OBTER-NOME-VENDOR-REF.
    MOVE SPACES TO REF-NOME-VENDOR
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS = "00"
        MOVE REF-VENDOR-ATUAL TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                MOVE "(fornecedor desconhecido)" TO REF-NOME-VENDOR
            NOT INVALID KEY
                MOVE VENDOR-NAME TO REF-NOME-VENDOR
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
