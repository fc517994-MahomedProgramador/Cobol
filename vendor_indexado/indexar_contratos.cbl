*>****************************************************************
*> Author:
*> Date:
*> Purpose: indexacao anual dos precos dos contratos-quadro. Aplica
*>          a percentagem indicada (IPC ou a acordada com o
*>          fornecedor) ao CTL-PRECO-ACORDADO de todas as linhas
*>          de um contrato ativo, ou de todos os contratos ativos
*>          (contrato 0), que ainda nao foram indexados no ano
*>          corrente. O preco anterior e o novo ficam em
*>          PRECOHIST.dat e a tabela de precos revista de cada
*>          contrato e gravada em
*>          PRECOS-CONTRATO-<numero>-<data>.dat, registada no
*>          spool para envio ao fornecedor.
*>          Reservado as financas (nivel 3) e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. indexar_contratos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcontrato.cbl".
     COPY "slcontratolin.cbl".
     COPY "slprecohist.cbl".
     COPY "slartigo.cbl".
     COPY "slvendor.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT TABELA-FILE
         ASSIGN TO IXC-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcontrato.cbl".
  COPY "fdcontratolin.cbl".
  COPY "fdprecohist.cbl".
  COPY "fdartigo.cbl".
  COPY "fdvendor.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD TABELA-FILE.
  01 LINHA-TABELA            PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscontrato.cbl".
  COPY "wscontratolin.cbl".
  COPY "wsprecohist.cbl".
  COPY "wsartigo.cbl".
  COPY "wsvendor.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 IXC-PERCENTAGEM       PIC 9(2)V99 VALUE ZERO.
    77 IXC-PCT-ED            PIC Z9.99.
    77 IXC-RESPOSTA          PIC X(8).
    77 IXC-CONFIRMA          PIC X.
    77 IXC-CONTRATO          PIC 9(5) VALUE ZERO.
    77 IXC-NOME-FICHEIRO     PIC X(40).
    77 IXC-DATA              PIC 9(8).
    77 IXC-FIM-CONTRATOS     PIC X VALUE 'N'.
    77 IXC-FIM-LINHAS        PIC X VALUE 'N'.
    77 IXC-FIM-HISTORICO     PIC X VALUE 'N'.
    77 IXC-ARTIGOS-ABERTO    PIC X VALUE 'N'.
    77 IXC-VENDOR-ABERTO     PIC X VALUE 'N'.
    77 IXC-HIST-ABERTO       PIC X VALUE 'N'.
    77 IXC-ULTIMO-SEQ        PIC 9(3) VALUE ZERO.
    77 IXC-ULTIMO-PRECO      PIC 9(5)V99 VALUE ZERO.
    77 IXC-PRECO-ANTERIOR    PIC 9(5)V99.
    77 IXC-PRECO-NOVO        PIC 9(5)V99.
    77 IXC-DATA-ANTERIOR     PIC 9(8).
    77 IXC-PRECO-ANT-ED      PIC ZZZZ9.99.
    77 IXC-PRECO-NOVO-ED     PIC ZZZZ9.99.
    77 IXC-DESCRICAO         PIC X(30).
    77 IXC-NOME-VENDOR       PIC X(30).
    77 IXC-LINHAS            PIC 9(5) VALUE ZERO.
    77 IXC-TOTAL-CONTRATOS   PIC 9(4) VALUE ZERO.
    77 IXC-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 IXC-TOTAL-SALTADOS    PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcontrato.cbl".
COPY "rvcontratolin.cbl".
COPY "rvprecohist.cbl".
COPY "rvartigo.cbl".
COPY "rvvendor.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a indexacao de precos e das financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT IXC-DATA FROM DATE YYYYMMDD
    PERFORM INDEXAR-CONTRATOS.
GOBACK.

INDEXAR-CONTRATOS.
    DISPLAY "Percentagem de indexacao (IPC ou acordada, ex. 2.5): "
        NO ADVANCING
    MOVE SPACES TO IXC-RESPOSTA
    ACCEPT IXC-RESPOSTA
    IF IXC-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (IXC-RESPOSTA) TO IXC-PERCENTAGEM
    END-IF
    IF IXC-PERCENTAGEM = ZERO
        DISPLAY "Sem percentagem; nada a indexar."
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY "Numero do contrato (0 = todos os ativos): "
            NO ADVANCING
        ACCEPT IXC-CONTRATO
        MOVE IXC-PERCENTAGEM TO IXC-PCT-ED
        DISPLAY "Aplicar " IXC-PCT-ED "% aos precos acordados (S/N): "
            NO ADVANCING
        ACCEPT IXC-CONFIRMA
        IF IXC-CONFIRMA = "S" OR IXC-CONFIRMA = "s"
            PERFORM PERCORRER-CONTRATOS
        ELSE
            DISPLAY "Indexacao cancelada."
        END-IF
    END-IF.

PERCORRER-CONTRATOS.
    MOVE ZERO TO CONTRATOS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL CONTRATOS-STATUS = "00"
        OR CONTRATOS-TENTATIVAS = 5
        OPEN I-O CONTRATOS-FILE
        IF CONTRATOS-STATUS NOT = "00"
            ADD 1 TO CONTRATOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CONTRATOS-FILE. Status: "
            CONTRATOS-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE ZERO TO CONTRATOSLIN-TENTATIVAS
        PERFORM WITH TEST AFTER
            UNTIL CONTRATOSLIN-STATUS = "00"
            OR CONTRATOSLIN-TENTATIVAS = 5
            OPEN I-O CONTRATOS-LIN-FILE
            IF CONTRATOSLIN-STATUS NOT = "00"
                ADD 1 TO CONTRATOSLIN-TENTATIVAS
            END-IF
        END-PERFORM
        IF CONTRATOSLIN-STATUS NOT = "00"
            DISPLAY "Erro ao abrir CONTRATOS-LIN-FILE. Status: "
                CONTRATOSLIN-STATUS
            CLOSE CONTRATOS-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM ABRIR-AUXILIARES
            MOVE 'N' TO IXC-FIM-CONTRATOS
            PERFORM UNTIL IXC-FIM-CONTRATOS = 'Y'
                READ CONTRATOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO IXC-FIM-CONTRATOS
                    NOT AT END
                        IF CTR-ATIVO
                            AND (IXC-CONTRATO = ZERO
                            OR CTR-NUMERO = IXC-CONTRATO)
                            PERFORM AVALIAR-CONTRATO
                        END-IF
                END-READ
            END-PERFORM
            PERFORM FECHAR-AUXILIARES
            CLOSE CONTRATOS-LIN-FILE
            CLOSE CONTRATOS-FILE
            DISPLAY "Contratos indexados: " IXC-TOTAL-CONTRATOS
                "  linhas revistas: " IXC-TOTAL-LINHAS
                "  ja indexados este ano: " IXC-TOTAL-SALTADOS
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ABRIR-AUXILIARES.
    OPEN INPUT PRECOHIST-FILE.
    IF PRECOHIST-STATUS = "35"
        OPEN OUTPUT PRECOHIST-FILE
        CLOSE PRECOHIST-FILE
    ELSE
        IF PRECOHIST-STATUS = "00"
            CLOSE PRECOHIST-FILE
        END-IF
    END-IF
    MOVE 'N' TO IXC-HIST-ABERTO
    MOVE ZERO TO PRECOHIST-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL PRECOHIST-STATUS = "00"
        OR PRECOHIST-TENTATIVAS = 5
        OPEN I-O PRECOHIST-FILE
        IF PRECOHIST-STATUS NOT = "00"
            ADD 1 TO PRECOHIST-TENTATIVAS
        END-IF
    END-PERFORM
    IF PRECOHIST-STATUS = "00"
        MOVE 'S' TO IXC-HIST-ABERTO
    ELSE
        DISPLAY "Aviso: erro ao abrir PRECOHIST-FILE. Status: "
            PRECOHIST-STATUS
    END-IF
    MOVE 'N' TO IXC-ARTIGOS-ABERTO
    OPEN INPUT ARTIGOS-FILE
    IF ARTIGOS-STATUS = "00"
        MOVE 'S' TO IXC-ARTIGOS-ABERTO
    END-IF
    MOVE 'N' TO IXC-VENDOR-ABERTO
    OPEN INPUT VENDOR-FILE
    IF VENDOR-FILE-STATUS = "00"
        MOVE 'S' TO IXC-VENDOR-ABERTO
    END-IF.

FECHAR-AUXILIARES.
    IF IXC-HIST-ABERTO = 'S'
        CLOSE PRECOHIST-FILE
    END-IF
    IF IXC-ARTIGOS-ABERTO = 'S'
        CLOSE ARTIGOS-FILE
    END-IF
    IF IXC-VENDOR-ABERTO = 'S'
        CLOSE VENDOR-FILE
    END-IF.

AVALIAR-CONTRATO.
    IF CTR-DATA-INDEXACAO (1:4) = IXC-DATA (1:4)
        ADD 1 TO IXC-TOTAL-SALTADOS
        DISPLAY "Contrato " CTR-NUMERO " ja indexado em "
            CTR-DATA-INDEXACAO "; nao alterado."
    ELSE
        PERFORM INDEXAR-CONTRATO
    END-IF.

INDEXAR-CONTRATO.
*> o preco anterior vale desde a ultima indexacao ou, na primeira,
*> desde o inicio do contrato.
    IF CTR-DATA-INDEXACAO = ZERO
        MOVE CTR-DATA-INICIO TO IXC-DATA-ANTERIOR
    ELSE
        MOVE CTR-DATA-INDEXACAO TO IXC-DATA-ANTERIOR
    END-IF
    MOVE SPACES TO IXC-NOME-VENDOR
    IF IXC-VENDOR-ABERTO = 'S'
        MOVE CTR-VENDOR-NUMBER TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE VENDOR-NAME TO IXC-NOME-VENDOR
        END-READ
    END-IF
    MOVE ZERO TO IXC-LINHAS
    MOVE SPACES TO IXC-NOME-FICHEIRO
    STRING "PRECOS-CONTRATO-" DELIMITED BY SIZE
           CTR-NUMERO DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           IXC-DATA DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO IXC-NOME-FICHEIRO
    OPEN OUTPUT TABELA-FILE
    MOVE ALL "=" TO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE SPACES TO LINHA-TABELA
    STRING "TABELA DE PRECOS REVISTA - CONTRATO " DELIMITED BY SIZE
           CTR-NUMERO DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           IXC-DATA DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE SPACES TO LINHA-TABELA
    STRING "Fornecedor " DELIMITED BY SIZE
           CTR-VENDOR-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IXC-NOME-VENDOR DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE SPACES TO LINHA-TABELA
    STRING "Validade " DELIMITED BY SIZE
           CTR-DATA-INICIO DELIMITED BY SIZE
           " a " DELIMITED BY SIZE
           CTR-DATA-FIM DELIMITED BY SIZE
           "  indexacao de " DELIMITED BY SIZE
           IXC-PCT-ED DELIMITED BY SIZE
           "% com efeito a " DELIMITED BY SIZE
           IXC-DATA DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE SPACES TO LINHA-TABELA
    STRING "Lin Artigo   Descricao                      "
               DELIMITED BY SIZE
           " Qtd acord.  Preco ant.  Preco novo" DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE ALL "-" TO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE 'N' TO IXC-FIM-LINHAS
    MOVE CTR-NUMERO TO CTL-NUMERO
    MOVE ZERO TO CTL-LINHA
    START CONTRATOS-LIN-FILE KEY IS NOT LESS THAN CTL-CHAVE
        INVALID KEY
            MOVE 'Y' TO IXC-FIM-LINHAS
    END-START
    PERFORM UNTIL IXC-FIM-LINHAS = 'Y'
        READ CONTRATOS-LIN-FILE NEXT RECORD
            AT END MOVE 'Y' TO IXC-FIM-LINHAS
            NOT AT END
                IF CTL-NUMERO NOT = CTR-NUMERO
                    MOVE 'Y' TO IXC-FIM-LINHAS
                ELSE
                    PERFORM INDEXAR-LINHA
                END-IF
        END-READ
    END-PERFORM
    MOVE ALL "=" TO LINHA-TABELA
    WRITE LINHA-TABELA
    MOVE SPACES TO LINHA-TABELA
    STRING "Linhas revistas: " DELIMITED BY SIZE
           IXC-LINHAS DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    CLOSE TABELA-FILE
    MOVE IXC-DATA TO CTR-DATA-INDEXACAO
    MOVE IXC-PERCENTAGEM TO CTR-PCT-INDEXACAO
    REWRITE REGISTO-CONTRATO
    ADD 1 TO IXC-TOTAL-CONTRATOS
    MOVE "indexar_contratos" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING CTR-NUMERO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IXC-PCT-ED DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE IXC-NOME-FICHEIRO TO SPR-FICHEIRO
    MOVE IXC-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL
    DISPLAY "Contrato " CTR-NUMERO ": " IXC-LINHAS
        " linhas revistas, tabela em " IXC-NOME-FICHEIRO.

INDEXAR-LINHA.
    MOVE CTL-PRECO-ACORDADO TO IXC-PRECO-ANTERIOR
    COMPUTE IXC-PRECO-NOVO ROUNDED =
        IXC-PRECO-ANTERIOR * (100 + IXC-PERCENTAGEM) / 100
    IF IXC-HIST-ABERTO = 'S'
        PERFORM GUARDAR-HISTORICO-PRECO
    END-IF
    MOVE IXC-PRECO-NOVO TO CTL-PRECO-ACORDADO
    REWRITE REGISTO-CONTRATO-LIN
    MOVE SPACES TO IXC-DESCRICAO
    IF IXC-ARTIGOS-ABERTO = 'S'
        MOVE CTL-ARTIGO-CODIGO TO ART-CODIGO
        READ ARTIGOS-FILE KEY IS ART-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ART-DESCRICAO TO IXC-DESCRICAO
        END-READ
    END-IF
    MOVE IXC-PRECO-ANTERIOR TO IXC-PRECO-ANT-ED
    MOVE IXC-PRECO-NOVO TO IXC-PRECO-NOVO-ED
    MOVE SPACES TO LINHA-TABELA
    STRING CTL-LINHA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CTL-ARTIGO-CODIGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IXC-DESCRICAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CTL-QTD-ACORDADA DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           IXC-PRECO-ANT-ED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           IXC-PRECO-NOVO-ED DELIMITED BY SIZE
           INTO LINHA-TABELA
    WRITE LINHA-TABELA
    ADD 1 TO IXC-LINHAS
    ADD 1 TO IXC-TOTAL-LINHAS.

GUARDAR-HISTORICO-PRECO.
*> o preco anterior so e acrescentado se nao for ja o ultimo
*> registado para o artigo e fornecedor; segue-se o preco novo.
    MOVE ZERO TO IXC-ULTIMO-SEQ
    MOVE ZERO TO IXC-ULTIMO-PRECO
    MOVE 'N' TO IXC-FIM-HISTORICO
    MOVE CTL-ARTIGO-CODIGO TO PH-ARTIGO
    MOVE CTR-VENDOR-NUMBER TO PH-VENDOR
    MOVE ZERO TO PH-SEQ
    START PRECOHIST-FILE KEY IS NOT LESS THAN PH-CHAVE
        INVALID KEY
            MOVE 'Y' TO IXC-FIM-HISTORICO
    END-START
    PERFORM UNTIL IXC-FIM-HISTORICO = 'Y'
        READ PRECOHIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO IXC-FIM-HISTORICO
            NOT AT END
                IF PH-ARTIGO NOT = CTL-ARTIGO-CODIGO
                    OR PH-VENDOR NOT = CTR-VENDOR-NUMBER
                    MOVE 'Y' TO IXC-FIM-HISTORICO
                ELSE
                    MOVE PH-SEQ TO IXC-ULTIMO-SEQ
                    MOVE PH-PRECO TO IXC-ULTIMO-PRECO
                END-IF
        END-READ
    END-PERFORM
    IF IXC-ULTIMO-SEQ = ZERO
        OR IXC-ULTIMO-PRECO NOT = IXC-PRECO-ANTERIOR
        ADD 1 TO IXC-ULTIMO-SEQ
        MOVE CTL-ARTIGO-CODIGO TO PH-ARTIGO
        MOVE CTR-VENDOR-NUMBER TO PH-VENDOR
        MOVE IXC-ULTIMO-SEQ TO PH-SEQ
        MOVE IXC-DATA-ANTERIOR TO PH-DATA
        MOVE IXC-PRECO-ANTERIOR TO PH-PRECO
        WRITE REGISTO-PRECOHIST
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF
    ADD 1 TO IXC-ULTIMO-SEQ
    MOVE CTL-ARTIGO-CODIGO TO PH-ARTIGO
    MOVE CTR-VENDOR-NUMBER TO PH-VENDOR
    MOVE IXC-ULTIMO-SEQ TO PH-SEQ
    MOVE IXC-DATA TO PH-DATA
    MOVE IXC-PRECO-NOVO TO PH-PRECO
    WRITE REGISTO-PRECOHIST
        INVALID KEY
            CONTINUE
    END-WRITE.

COPY "pspool.cbl".

COPY "psessao.cbl".
