*>****************************************************************
*> Author:
*> Date:
*> Purpose: carregamento das listas de precos (catalogos) anuais
*>          dos fornecedores, no molde de importar_faturas_csv.
*>          A folha do fornecedor e gravada em CSV
*>          (CATALOGOIMP.csv, ou o indicado em CATALOGO_CSV) com
*>          uma linha por artigo: codigo;descricao;unidade;preco
*>          [;data de efeito AAAAMMDD], separada por ponto e
*>          virgula para o preco poder levar virgula decimal.
*>          Cada linha e validada contra ARTIGOS.dat e fica em
*>          CATALOGO.dat (chave fornecedor + artigo) como lista
*>          PENDENTE; as mas vao para CATALOGOIMP-REJEITADAS.csv
*>          com o motivo:
*>          C01 campos invalidos (codigo, preco ou data, ou
*>          artigo novo sem descricao ou unidade), C02 artigo
*>          inativo, C03 artigo repetido na lista. Antes de ser
*>          aceite, a lista passa pelo relatorio de variacao
*>          contra a lista anterior (o preco do fornecedor em
*>          vigor na vespera da data de efeito, em
*>          PRECOHIST.dat), no estilo de precos_variacao, gravado
*>          em VARIACAO-CATALOGO-<fornecedor>-<data>.dat e
*>          registado no spool. Ao aceitar, os artigos novos sao
*>          criados em ARTIGOS.dat PENDENTES de aprovacao (nao
*>          podem ser encomendados ate serem aprovados na opcao
*>          5) e os precos entram em PRECOHIST.dat com a data de
*>          efeito, possivelmente futura: a ordem de compra em
*>          add_vendor_po propoe o preco em vigor na data da
*>          ordem. Reservado as financas (nivel 3) e ao
*>          administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. importar_catalogo.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcatalogo.cbl".
     COPY "slartigo.cbl".
     COPY "slprecohist.cbl".
     COPY "slvendor.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT CATALOGO-CSV-FILE
         ASSIGN TO ICA-CSV-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ICA-CSV-STATUS.

     SELECT REJEITADAS-FILE
         ASSIGN TO ICA-REJ-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT VARIACAO-FILE
         ASSIGN TO ICA-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcatalogo.cbl".
  COPY "fdartigo.cbl".
  COPY "fdprecohist.cbl".
  COPY "fdvendor.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD CATALOGO-CSV-FILE.
  01 LINHA-CSV-CATALOGO      PIC X(120).

  FD REJEITADAS-FILE.
  01 LINHA-REJEITADA         PIC X(130).

  FD VARIACAO-FILE.
  01 LINHA-VARIACAO          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscatalogo.cbl".
  COPY "wsartigo.cbl".
  COPY "wsprecohist.cbl".
  COPY "wsvendor.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 ICA-CSV-NOME          PIC X(40) VALUE "CATALOGOIMP.csv".
    77 ICA-CSV-NOME-ENV      PIC X(40).
    77 ICA-CSV-STATUS        PIC X(2) VALUE "00".
    77 ICA-REJ-NOME          PIC X(40)
        VALUE "CATALOGOIMP-REJEITADAS.csv".
    77 ICA-NOME-FICHEIRO     PIC X(40).
    77 ICA-OPCAO             PIC 9 VALUE ZERO.
    77 ICA-SAIR              PIC X VALUE 'N'.
    77 ICA-DATA              PIC 9(8).
    77 ICA-RESPOSTA          PIC X(10).
    77 ICA-CONFIRMA          PIC X.
    77 ICA-VENDOR            PIC 9(5).
    77 ICA-VENDOR-OK         PIC X VALUE 'N'.
    77 ICA-NOME-VENDOR       PIC X(30).
    77 ICA-DATA-EFEITO       PIC 9(8).
    77 ICA-DATA-LINHA        PIC 9(8).
    77 ICA-LIMITE            PIC 9(3)V99 VALUE 5.00.
    77 ICA-LIMITE-ED         PIC ZZ9.99.
    77 ICA-CAMPO-ARTIGO      PIC X(10).
    77 ICA-CAMPO-DESCRICAO   PIC X(40).
    77 ICA-CAMPO-UNIDADE     PIC X(10).
    77 ICA-CAMPO-PRECO       PIC X(12).
    77 ICA-CAMPO-DATA        PIC X(10).
    77 ICA-PRECO             PIC 9(5)V99.
    77 ICA-MOTIVO            PIC X(3).
    77 ICA-ARTIGO-NOVO       PIC X.
    77 ICA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 ICA-FIM-HISTORICO     PIC X VALUE 'N'.
    77 ICA-ARTIGOS-ABERTO    PIC X VALUE 'N'.
    77 ICA-HIST-ABERTO       PIC X VALUE 'N'.
    77 ICA-PRECO-VIGOR       PIC 9(5)V99.
    77 ICA-DATA-VIGOR        PIC 9(8).
    77 ICA-ULTIMO-SEQ        PIC 9(3).
    77 ICA-VARIACAO          PIC S9(5)V99.
    77 ICA-VARIACAO-ED       PIC +ZZZZ9.99.
    77 ICA-PRECO-ANT-ED      PIC ZZZZ9.99.
    77 ICA-PRECO-NOVO-ED     PIC ZZZZ9.99.
    77 ICA-SITUACAO          PIC X(14).
    77 ICA-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-GRAVADAS    PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-REJEITADAS  PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-APAGADAS    PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-LISTA       PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-NOVOS       PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-SUBIDAS     PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-DESCIDAS    PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-ALERTAS     PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-ACEITES     PIC 9(5) VALUE ZERO.
    77 ICA-TOTAL-CRIADOS     PIC 9(5) VALUE ZERO.
    77 ICA-LINHAS-RELATORIO  PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcatalogo.cbl".
COPY "rvartigo.cbl".
COPY "rvprecohist.cbl".
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
        DISPLAY "Sem permissao: as listas de precos sao das"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT ICA-CSV-NOME-ENV FROM ENVIRONMENT "CATALOGO_CSV"
    IF ICA-CSV-NOME-ENV NOT = SPACES
        MOVE ICA-CSV-NOME-ENV TO ICA-CSV-NOME
    END-IF
    ACCEPT ICA-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-FICHEIROS-CATALOGO
    PERFORM UNTIL ICA-SAIR = 'Y'
        PERFORM MENU-CATALOGO
    END-PERFORM.
GOBACK.

MENU-CATALOGO.
    DISPLAY "==================================="
    DISPLAY "   LISTAS DE PRECOS DE FORNECEDORES"
    DISPLAY "==================================="
    DISPLAY "1 - Carregar lista de precos (CSV)"
    DISPLAY "2 - Relatorio de variacao da lista pendente"
    DISPLAY "3 - Aceitar lista pendente"
    DISPLAY "4 - Rejeitar lista pendente"
    DISPLAY "5 - Aprovar artigos novos pendentes"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT ICA-OPCAO
    EVALUATE ICA-OPCAO
        WHEN 1
            PERFORM CARREGAR-LISTA
        WHEN 2
            PERFORM PEDIR-VENDOR
            IF ICA-VENDOR-OK = 'S'
                PERFORM PEDIR-LIMITE
                PERFORM RELATORIO-VARIACAO
            END-IF
        WHEN 3
            PERFORM ACEITAR-LISTA
        WHEN 4
            PERFORM REJEITAR-LISTA
        WHEN 5
            PERFORM APROVAR-ARTIGOS-NOVOS
        WHEN 0
            MOVE 'Y' TO ICA-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-FICHEIROS-CATALOGO.
    OPEN INPUT CATALOGO-FILE.
    IF CATALOGO-STATUS = "35"
        OPEN OUTPUT CATALOGO-FILE
        CLOSE CATALOGO-FILE
    ELSE
        IF CATALOGO-STATUS = "00"
            CLOSE CATALOGO-FILE
        END-IF
    END-IF
    OPEN INPUT ARTIGOS-FILE.
    IF ARTIGOS-STATUS = "35"
        OPEN OUTPUT ARTIGOS-FILE
        CLOSE ARTIGOS-FILE
    ELSE
        IF ARTIGOS-STATUS = "00"
            CLOSE ARTIGOS-FILE
        END-IF
    END-IF
    OPEN INPUT PRECOHIST-FILE.
    IF PRECOHIST-STATUS = "35"
        OPEN OUTPUT PRECOHIST-FILE
        CLOSE PRECOHIST-FILE
    ELSE
        IF PRECOHIST-STATUS = "00"
            CLOSE PRECOHIST-FILE
        END-IF
    END-IF.

PEDIR-VENDOR.
    DISPLAY "Numero do fornecedor: " NO ADVANCING
    ACCEPT ICA-VENDOR
    MOVE 'N' TO ICA-VENDOR-OK
    MOVE SPACES TO ICA-NOME-VENDOR
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-FILE. Status: "
            VENDOR-FILE-STATUS
    ELSE
        MOVE ICA-VENDOR TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                DISPLAY "Fornecedor nao encontrado."
            NOT INVALID KEY
                IF VENDOR-ATIVO
                    MOVE 'S' TO ICA-VENDOR-OK
                    MOVE VENDOR-NAME TO ICA-NOME-VENDOR
                ELSE
                    DISPLAY "Fornecedor inativo."
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

PEDIR-LIMITE.
    MOVE 5.00 TO ICA-LIMITE
    DISPLAY "Limite de variacao em % (ENTER = 5): " NO ADVANCING
    MOVE SPACES TO ICA-RESPOSTA
    ACCEPT ICA-RESPOSTA
    IF ICA-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (ICA-RESPOSTA) TO ICA-LIMITE
    END-IF.

ABRIR-CATALOGO-I-O.
    MOVE ZERO TO CATALOGO-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL CATALOGO-STATUS = "00"
        OR CATALOGO-TENTATIVAS = 5
        OPEN I-O CATALOGO-FILE
        IF CATALOGO-STATUS NOT = "00"
            ADD 1 TO CATALOGO-TENTATIVAS
        END-IF
    END-PERFORM
    IF CATALOGO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CATALOGO-FILE. Status: "
            CATALOGO-STATUS
    END-IF.

CARREGAR-LISTA.
    PERFORM PEDIR-VENDOR
    IF ICA-VENDOR-OK = 'S'
        DISPLAY "Ficheiro CSV (ENTER = " ICA-CSV-NOME "): "
            NO ADVANCING
        MOVE SPACES TO ICA-CSV-NOME-ENV
        ACCEPT ICA-CSV-NOME-ENV
        IF ICA-CSV-NOME-ENV NOT = SPACES
            MOVE ICA-CSV-NOME-ENV TO ICA-CSV-NOME
        END-IF
        DISPLAY "Data de efeito da lista (AAAAMMDD): " NO ADVANCING
        ACCEPT ICA-DATA-EFEITO
        IF FUNCTION TEST-DATE-YYYYMMDD (ICA-DATA-EFEITO) NOT = ZERO
            DISPLAY "Data de efeito invalida."
        ELSE
            PERFORM PEDIR-LIMITE
            PERFORM CARREGAR-CSV
            IF ICA-TOTAL-GRAVADAS > ZERO
                PERFORM RELATORIO-VARIACAO
            END-IF
        END-IF
    END-IF.

CARREGAR-CSV.
    MOVE ZERO TO ICA-TOTAL-LINHAS
    MOVE ZERO TO ICA-TOTAL-GRAVADAS
    MOVE ZERO TO ICA-TOTAL-REJEITADAS
    OPEN INPUT CATALOGO-CSV-FILE.
    IF ICA-CSV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " ICA-CSV-NOME ". Status: "
            ICA-CSV-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM ABRIR-CATALOGO-I-O
        IF CATALOGO-STATUS NOT = "00"
            CLOSE CATALOGO-CSV-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM APAGAR-LISTA-ANTERIOR
            PERFORM ABRIR-CONSULTA
            OPEN OUTPUT REJEITADAS-FILE
            MOVE 'N' TO ICA-FIM-FICHEIRO
            PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
                READ CATALOGO-CSV-FILE
                    AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
                    NOT AT END
                        PERFORM TRATAR-LINHA-CATALOGO
                END-READ
            END-PERFORM
            CLOSE REJEITADAS-FILE
            PERFORM FECHAR-CONSULTA
            CLOSE CATALOGO-FILE
            CLOSE CATALOGO-CSV-FILE
            DISPLAY "==============================="
            DISPLAY "Fornecedor " ICA-VENDOR " " ICA-NOME-VENDOR
            DISPLAY "Linhas lidas: " ICA-TOTAL-LINHAS
            DISPLAY "Linhas na lista PENDENTE: " ICA-TOTAL-GRAVADAS
            DISPLAY "Linhas rejeitadas: " ICA-TOTAL-REJEITADAS
            DISPLAY "Rejeitadas em " ICA-REJ-NOME
            DISPLAY "==============================="
            IF ICA-TOTAL-REJEITADAS > ZERO
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

APAGAR-LISTA-ANTERIOR.
*> uma nova carga substitui a lista anterior do fornecedor; as
*> linhas ja aceites estao em PRECOHIST.dat.
    MOVE ZERO TO ICA-TOTAL-APAGADAS
    MOVE 'N' TO ICA-FIM-FICHEIRO
    MOVE ICA-VENDOR TO CAT-VENDOR
    MOVE LOW-VALUES TO CAT-ARTIGO
    START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
        INVALID KEY
            MOVE 'Y' TO ICA-FIM-FICHEIRO
    END-START
    PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
        READ CATALOGO-FILE NEXT RECORD
            AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
            NOT AT END
                IF CAT-VENDOR NOT = ICA-VENDOR
                    MOVE 'Y' TO ICA-FIM-FICHEIRO
                ELSE
                    DELETE CATALOGO-FILE RECORD
                    ADD 1 TO ICA-TOTAL-APAGADAS
                END-IF
        END-READ
    END-PERFORM
    IF ICA-TOTAL-APAGADAS > ZERO
        DISPLAY "Lista anterior do fornecedor substituida ("
            ICA-TOTAL-APAGADAS " linhas)."
    END-IF.

ABRIR-CONSULTA.
    MOVE 'N' TO ICA-ARTIGOS-ABERTO
    OPEN INPUT ARTIGOS-FILE
    IF ARTIGOS-STATUS = "00"
        MOVE 'S' TO ICA-ARTIGOS-ABERTO
    END-IF
    MOVE 'N' TO ICA-HIST-ABERTO
    OPEN INPUT PRECOHIST-FILE
    IF PRECOHIST-STATUS = "00"
        MOVE 'S' TO ICA-HIST-ABERTO
    END-IF.

FECHAR-CONSULTA.
    IF ICA-ARTIGOS-ABERTO = 'S'
        CLOSE ARTIGOS-FILE
    END-IF
    IF ICA-HIST-ABERTO = 'S'
        CLOSE PRECOHIST-FILE
    END-IF.

TRATAR-LINHA-CATALOGO.
    IF LINHA-CSV-CATALOGO = SPACES
        CONTINUE
    ELSE
        ADD 1 TO ICA-TOTAL-LINHAS
        MOVE SPACES TO ICA-CAMPO-ARTIGO
        MOVE SPACES TO ICA-CAMPO-DESCRICAO
        MOVE SPACES TO ICA-CAMPO-UNIDADE
        MOVE SPACES TO ICA-CAMPO-PRECO
        MOVE SPACES TO ICA-CAMPO-DATA
        UNSTRING LINHA-CSV-CATALOGO DELIMITED BY ";"
            INTO ICA-CAMPO-ARTIGO ICA-CAMPO-DESCRICAO
                 ICA-CAMPO-UNIDADE ICA-CAMPO-PRECO ICA-CAMPO-DATA
        END-UNSTRING
        INSPECT ICA-CAMPO-PRECO REPLACING ALL "," BY "."
        MOVE SPACES TO ICA-MOTIVO
        PERFORM VALIDAR-LINHA-CATALOGO
        IF ICA-MOTIVO = SPACES
            PERFORM GRAVAR-LINHA-CATALOGO
        ELSE
            PERFORM REJEITAR-LINHA-CATALOGO
        END-IF
    END-IF.

VALIDAR-LINHA-CATALOGO.
    MOVE ICA-DATA-EFEITO TO ICA-DATA-LINHA
    IF ICA-CAMPO-ARTIGO = SPACES
        OR ICA-CAMPO-ARTIGO (9:2) NOT = SPACES
        OR ICA-CAMPO-PRECO = SPACES
        OR FUNCTION TEST-NUMVAL (ICA-CAMPO-PRECO) NOT = ZERO
        MOVE "C01" TO ICA-MOTIVO
    ELSE
        COMPUTE ICA-PRECO = FUNCTION NUMVAL (ICA-CAMPO-PRECO)
        IF ICA-PRECO = ZERO
            MOVE "C01" TO ICA-MOTIVO
        END-IF
    END-IF
    IF ICA-MOTIVO = SPACES AND ICA-CAMPO-DATA NOT = SPACES
        IF FUNCTION TRIM (ICA-CAMPO-DATA) NOT NUMERIC
            MOVE "C01" TO ICA-MOTIVO
        ELSE
            COMPUTE ICA-DATA-LINHA = FUNCTION NUMVAL (ICA-CAMPO-DATA)
            IF FUNCTION TEST-DATE-YYYYMMDD (ICA-DATA-LINHA)
                NOT = ZERO
                MOVE "C01" TO ICA-MOTIVO
            END-IF
        END-IF
    END-IF
    IF ICA-MOTIVO = SPACES
        MOVE 'N' TO ICA-ARTIGO-NOVO
        IF ICA-ARTIGOS-ABERTO = 'S'
            MOVE ICA-CAMPO-ARTIGO TO ART-CODIGO
            READ ARTIGOS-FILE KEY IS ART-CODIGO
                INVALID KEY
                    MOVE 'S' TO ICA-ARTIGO-NOVO
                NOT INVALID KEY
                    IF ART-INATIVO
                        MOVE "C02" TO ICA-MOTIVO
                    END-IF
            END-READ
        ELSE
            MOVE 'S' TO ICA-ARTIGO-NOVO
        END-IF
    END-IF
    IF ICA-MOTIVO = SPACES AND ICA-ARTIGO-NOVO = 'S'
        IF ICA-CAMPO-DESCRICAO = SPACES
            OR ICA-CAMPO-UNIDADE = SPACES
            MOVE "C01" TO ICA-MOTIVO
        END-IF
    END-IF.

GRAVAR-LINHA-CATALOGO.
    MOVE ICA-VENDOR TO CAT-VENDOR
    MOVE ICA-CAMPO-ARTIGO TO CAT-ARTIGO
    IF ICA-ARTIGO-NOVO = 'S'
        MOVE ICA-CAMPO-DESCRICAO TO CAT-DESCRICAO
        MOVE ICA-CAMPO-UNIDADE TO CAT-UNIDADE
    ELSE
        MOVE ART-DESCRICAO TO CAT-DESCRICAO
        MOVE ART-UNIDADE TO CAT-UNIDADE
    END-IF
    MOVE ICA-PRECO TO CAT-PRECO
    MOVE ICA-DATA-LINHA TO CAT-DATA-EFEITO
    MOVE ICA-CAMPO-ARTIGO TO PH-ARTIGO
    PERFORM PROCURAR-PRECO-ANTERIOR
    MOVE ICA-PRECO-VIGOR TO CAT-PRECO-ANTERIOR
    MOVE ICA-ARTIGO-NOVO TO CAT-ARTIGO-NOVO
    MOVE "P" TO CAT-ESTADO
    MOVE ICA-DATA TO CAT-DATA-CARGA
    MOVE SES-OPERADOR-ATUAL TO CAT-OPERADOR
    WRITE REGISTO-CATALOGO
        INVALID KEY
            MOVE "C03" TO ICA-MOTIVO
            PERFORM REJEITAR-LINHA-CATALOGO
        NOT INVALID KEY
            ADD 1 TO ICA-TOTAL-GRAVADAS
    END-WRITE.

PROCURAR-PRECO-ANTERIOR.
*> preco do fornecedor em vigor na vespera da data de efeito: o
*> registo de PRECOHIST.dat com a data mais recente anterior a
*> ela (em datas iguais, o ultimo gravado).
    MOVE ZERO TO ICA-PRECO-VIGOR
    MOVE ZERO TO ICA-DATA-VIGOR
    IF ICA-HIST-ABERTO = 'S'
        MOVE 'N' TO ICA-FIM-HISTORICO
        MOVE ICA-VENDOR TO PH-VENDOR
        MOVE ZERO TO PH-SEQ
        START PRECOHIST-FILE KEY IS NOT LESS THAN PH-CHAVE
            INVALID KEY
                MOVE 'Y' TO ICA-FIM-HISTORICO
        END-START
        PERFORM UNTIL ICA-FIM-HISTORICO = 'Y'
            READ PRECOHIST-FILE NEXT RECORD
                AT END MOVE 'Y' TO ICA-FIM-HISTORICO
                NOT AT END
                    IF PH-ARTIGO NOT = CAT-ARTIGO
                        OR PH-VENDOR NOT = ICA-VENDOR
                        MOVE 'Y' TO ICA-FIM-HISTORICO
                    ELSE
                        IF PH-DATA < CAT-DATA-EFEITO
                            AND PH-DATA NOT < ICA-DATA-VIGOR
                            MOVE PH-DATA TO ICA-DATA-VIGOR
                            MOVE PH-PRECO TO ICA-PRECO-VIGOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

REJEITAR-LINHA-CATALOGO.
    ADD 1 TO ICA-TOTAL-REJEITADAS
    MOVE SPACES TO LINHA-REJEITADA
    STRING ICA-MOTIVO DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           LINHA-CSV-CATALOGO DELIMITED BY SIZE
           INTO LINHA-REJEITADA
    WRITE LINHA-REJEITADA.

RELATORIO-VARIACAO.
    MOVE ZERO TO ICA-TOTAL-LISTA
    MOVE ZERO TO ICA-TOTAL-NOVOS
    MOVE ZERO TO ICA-TOTAL-SUBIDAS
    MOVE ZERO TO ICA-TOTAL-DESCIDAS
    MOVE ZERO TO ICA-TOTAL-ALERTAS
    MOVE ZERO TO ICA-LINHAS-RELATORIO
    OPEN INPUT CATALOGO-FILE.
    IF CATALOGO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CATALOGO-FILE. Status: "
            CATALOGO-STATUS
    ELSE
        MOVE SPACES TO ICA-NOME-FICHEIRO
        STRING "VARIACAO-CATALOGO-" DELIMITED BY SIZE
               ICA-VENDOR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ICA-DATA DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO ICA-NOME-FICHEIRO
        MOVE ICA-LIMITE TO ICA-LIMITE-ED
        OPEN OUTPUT VARIACAO-FILE
        MOVE ALL "=" TO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE SPACES TO LINHA-VARIACAO
        STRING "VARIACAO DA LISTA DE PRECOS PENDENTE - FORNECEDOR "
                   DELIMITED BY SIZE
               ICA-VENDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ICA-NOME-VENDOR DELIMITED BY SIZE
               INTO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE SPACES TO LINHA-VARIACAO
        STRING "Emitido em " DELIMITED BY SIZE
               ICA-DATA DELIMITED BY SIZE
               "  limite de variacao " DELIMITED BY SIZE
               ICA-LIMITE-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE SPACES TO LINHA-VARIACAO
        STRING "Artigo   Descricao                      Efeito  "
                   DELIMITED BY SIZE
               "  Anterior      Novo  Variacao Situacao"
                   DELIMITED BY SIZE
               INTO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE ALL "-" TO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE 'N' TO ICA-FIM-FICHEIRO
        MOVE ICA-VENDOR TO CAT-VENDOR
        MOVE LOW-VALUES TO CAT-ARTIGO
        START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO ICA-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
            READ CATALOGO-FILE NEXT RECORD
                AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
                NOT AT END
                    IF CAT-VENDOR NOT = ICA-VENDOR
                        MOVE 'Y' TO ICA-FIM-FICHEIRO
                    ELSE
                        IF CAT-PENDENTE
                            PERFORM ESCREVER-VARIACAO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE ALL "=" TO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        MOVE SPACES TO LINHA-VARIACAO
        STRING "Linhas: " DELIMITED BY SIZE
               ICA-TOTAL-LISTA DELIMITED BY SIZE
               "  artigos novos: " DELIMITED BY SIZE
               ICA-TOTAL-NOVOS DELIMITED BY SIZE
               "  subidas: " DELIMITED BY SIZE
               ICA-TOTAL-SUBIDAS DELIMITED BY SIZE
               "  descidas: " DELIMITED BY SIZE
               ICA-TOTAL-DESCIDAS DELIMITED BY SIZE
               "  acima do limite: " DELIMITED BY SIZE
               ICA-TOTAL-ALERTAS DELIMITED BY SIZE
               INTO LINHA-VARIACAO
        WRITE LINHA-VARIACAO
        CLOSE VARIACAO-FILE
        CLOSE CATALOGO-FILE
        MOVE "importar_catalogo" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING "variacao " DELIMITED BY SIZE
               ICA-VENDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ICA-LIMITE-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE ICA-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE ICA-LINHAS-RELATORIO TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de variacao gravado em " ICA-NOME-FICHEIRO
        DISPLAY "  Linhas pendentes: " ICA-TOTAL-LISTA
            "  novos: " ICA-TOTAL-NOVOS
            "  subidas: " ICA-TOTAL-SUBIDAS
            "  acima de " ICA-LIMITE-ED "%: " ICA-TOTAL-ALERTAS
    END-IF.

ESCREVER-VARIACAO.
    ADD 1 TO ICA-TOTAL-LISTA
    MOVE ZERO TO ICA-VARIACAO
    MOVE SPACES TO ICA-SITUACAO
    IF CAT-PRECO-ANTERIOR = ZERO
        IF CAT-NOVO
            ADD 1 TO ICA-TOTAL-NOVOS
            MOVE "ARTIGO NOVO" TO ICA-SITUACAO
        ELSE
            MOVE "SEM PRECO ANT." TO ICA-SITUACAO
        END-IF
    ELSE
        COMPUTE ICA-VARIACAO ROUNDED =
            (CAT-PRECO - CAT-PRECO-ANTERIOR) * 100
            / CAT-PRECO-ANTERIOR
            ON SIZE ERROR
                MOVE 99999.99 TO ICA-VARIACAO
        END-COMPUTE
        IF CAT-PRECO > CAT-PRECO-ANTERIOR
            ADD 1 TO ICA-TOTAL-SUBIDAS
        END-IF
        IF CAT-PRECO < CAT-PRECO-ANTERIOR
            ADD 1 TO ICA-TOTAL-DESCIDAS
        END-IF
        IF ICA-VARIACAO > ICA-LIMITE
            ADD 1 TO ICA-TOTAL-ALERTAS
            MOVE "ACIMA LIMITE" TO ICA-SITUACAO
        END-IF
    END-IF
    MOVE CAT-PRECO-ANTERIOR TO ICA-PRECO-ANT-ED
    MOVE CAT-PRECO TO ICA-PRECO-NOVO-ED
    MOVE ICA-VARIACAO TO ICA-VARIACAO-ED
    MOVE SPACES TO LINHA-VARIACAO
    STRING CAT-ARTIGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CAT-DESCRICAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CAT-DATA-EFEITO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ICA-PRECO-ANT-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ICA-PRECO-NOVO-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ICA-VARIACAO-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ICA-SITUACAO DELIMITED BY SIZE
           INTO LINHA-VARIACAO
    WRITE LINHA-VARIACAO
    ADD 1 TO ICA-LINHAS-RELATORIO.

ACEITAR-LISTA.
*> a lista so e aceite depois de emitido o relatorio de variacao,
*> que e sempre refeito aqui antes da confirmacao.
    PERFORM PEDIR-VENDOR
    IF ICA-VENDOR-OK = 'S'
        PERFORM PEDIR-LIMITE
        PERFORM RELATORIO-VARIACAO
        IF ICA-TOTAL-LISTA = ZERO
            DISPLAY "O fornecedor nao tem lista pendente."
        ELSE
            DISPLAY "Aceitar a lista de " ICA-TOTAL-LISTA
                " precos (S/N): " NO ADVANCING
            ACCEPT ICA-CONFIRMA
            IF ICA-CONFIRMA = "S" OR ICA-CONFIRMA = "s"
                PERFORM GRAVAR-LISTA-ACEITE
            ELSE
                DISPLAY "Lista mantida PENDENTE."
            END-IF
        END-IF
    END-IF.

GRAVAR-LISTA-ACEITE.
    MOVE ZERO TO ICA-TOTAL-ACEITES
    MOVE ZERO TO ICA-TOTAL-CRIADOS
    PERFORM ABRIR-CATALOGO-I-O
    IF CATALOGO-STATUS = "00"
        MOVE ZERO TO ARTIGOS-TENTATIVAS
        PERFORM WITH TEST AFTER
            UNTIL ARTIGOS-STATUS = "00"
            OR ARTIGOS-TENTATIVAS = 5
            OPEN I-O ARTIGOS-FILE
            IF ARTIGOS-STATUS NOT = "00"
                ADD 1 TO ARTIGOS-TENTATIVAS
            END-IF
        END-PERFORM
        MOVE ZERO TO PRECOHIST-TENTATIVAS
        PERFORM WITH TEST AFTER
            UNTIL PRECOHIST-STATUS = "00"
            OR PRECOHIST-TENTATIVAS = 5
            OPEN I-O PRECOHIST-FILE
            IF PRECOHIST-STATUS NOT = "00"
                ADD 1 TO PRECOHIST-TENTATIVAS
            END-IF
        END-PERFORM
        IF ARTIGOS-STATUS NOT = "00" OR PRECOHIST-STATUS NOT = "00"
            DISPLAY "Erro ao abrir ARTIGOS-FILE/PRECOHIST-FILE."
                " Status: " ARTIGOS-STATUS "/" PRECOHIST-STATUS
            IF ARTIGOS-STATUS = "00"
                CLOSE ARTIGOS-FILE
            END-IF
            IF PRECOHIST-STATUS = "00"
                CLOSE PRECOHIST-FILE
            END-IF
        ELSE
            MOVE 'N' TO ICA-FIM-FICHEIRO
            MOVE ICA-VENDOR TO CAT-VENDOR
            MOVE LOW-VALUES TO CAT-ARTIGO
            START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                INVALID KEY
                    MOVE 'Y' TO ICA-FIM-FICHEIRO
            END-START
            PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
                READ CATALOGO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
                    NOT AT END
                        IF CAT-VENDOR NOT = ICA-VENDOR
                            MOVE 'Y' TO ICA-FIM-FICHEIRO
                        ELSE
                            IF CAT-PENDENTE
                                PERFORM ACEITAR-LINHA-CATALOGO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOHIST-FILE
            CLOSE ARTIGOS-FILE
            DISPLAY "Lista aceite: " ICA-TOTAL-ACEITES
                " precos em PRECOHIST, " ICA-TOTAL-CRIADOS
                " artigos novos pendentes de aprovacao."
        END-IF
        CLOSE CATALOGO-FILE
    END-IF.

ACEITAR-LINHA-CATALOGO.
    IF CAT-NOVO
        MOVE CAT-ARTIGO TO ART-CODIGO
        MOVE CAT-DESCRICAO TO ART-DESCRICAO
        MOVE CAT-UNIDADE TO ART-UNIDADE
        MOVE "P" TO ART-ESTADO
        WRITE REGISTO-ARTIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO ICA-TOTAL-CRIADOS
        END-WRITE
    END-IF
    MOVE ZERO TO ICA-ULTIMO-SEQ
    MOVE 'N' TO ICA-FIM-HISTORICO
    MOVE CAT-ARTIGO TO PH-ARTIGO
    MOVE CAT-VENDOR TO PH-VENDOR
    MOVE ZERO TO PH-SEQ
    START PRECOHIST-FILE KEY IS NOT LESS THAN PH-CHAVE
        INVALID KEY
            MOVE 'Y' TO ICA-FIM-HISTORICO
    END-START
    PERFORM UNTIL ICA-FIM-HISTORICO = 'Y'
        READ PRECOHIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO ICA-FIM-HISTORICO
            NOT AT END
                IF PH-ARTIGO NOT = CAT-ARTIGO
                    OR PH-VENDOR NOT = CAT-VENDOR
                    MOVE 'Y' TO ICA-FIM-HISTORICO
                ELSE
                    MOVE PH-SEQ TO ICA-ULTIMO-SEQ
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO ICA-ULTIMO-SEQ
    MOVE CAT-ARTIGO TO PH-ARTIGO
    MOVE CAT-VENDOR TO PH-VENDOR
    MOVE ICA-ULTIMO-SEQ TO PH-SEQ
    MOVE CAT-DATA-EFEITO TO PH-DATA
    MOVE CAT-PRECO TO PH-PRECO
    WRITE REGISTO-PRECOHIST
        INVALID KEY
            DISPLAY "Aviso: preco do artigo " CAT-ARTIGO
                " nao gravado em PRECOHIST."
        NOT INVALID KEY
            ADD 1 TO ICA-TOTAL-ACEITES
    END-WRITE
    MOVE "A" TO CAT-ESTADO
    REWRITE REGISTO-CATALOGO.

REJEITAR-LISTA.
    PERFORM PEDIR-VENDOR
    IF ICA-VENDOR-OK = 'S'
        MOVE ZERO TO ICA-TOTAL-LISTA
        PERFORM ABRIR-CATALOGO-I-O
        IF CATALOGO-STATUS = "00"
            MOVE 'N' TO ICA-FIM-FICHEIRO
            MOVE ICA-VENDOR TO CAT-VENDOR
            MOVE LOW-VALUES TO CAT-ARTIGO
            START CATALOGO-FILE KEY IS NOT LESS THAN CAT-CHAVE
                INVALID KEY
                    MOVE 'Y' TO ICA-FIM-FICHEIRO
            END-START
            PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
                READ CATALOGO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
                    NOT AT END
                        IF CAT-VENDOR NOT = ICA-VENDOR
                            MOVE 'Y' TO ICA-FIM-FICHEIRO
                        ELSE
                            IF CAT-PENDENTE
                                MOVE "R" TO CAT-ESTADO
                                REWRITE REGISTO-CATALOGO
                                ADD 1 TO ICA-TOTAL-LISTA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-FILE
            DISPLAY "Linhas rejeitadas: " ICA-TOTAL-LISTA
        END-IF
    END-IF.

APROVAR-ARTIGOS-NOVOS.
    MOVE ZERO TO ICA-TOTAL-LISTA
    MOVE ZERO TO ARTIGOS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL ARTIGOS-STATUS = "00"
        OR ARTIGOS-TENTATIVAS = 5
        OPEN I-O ARTIGOS-FILE
        IF ARTIGOS-STATUS NOT = "00"
            ADD 1 TO ARTIGOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ARTIGOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ARTIGOS-FILE. Status: "
            ARTIGOS-STATUS
    ELSE
        MOVE 'N' TO ICA-FIM-FICHEIRO
        PERFORM UNTIL ICA-FIM-FICHEIRO = 'Y'
            READ ARTIGOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ICA-FIM-FICHEIRO
                NOT AT END
                    IF ART-PENDENTE
                        ADD 1 TO ICA-TOTAL-LISTA
                        PERFORM DECIDIR-ARTIGO-NOVO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARTIGOS-FILE
        DISPLAY "Artigos pendentes vistos: " ICA-TOTAL-LISTA
    END-IF.

DECIDIR-ARTIGO-NOVO.
    DISPLAY "Artigo " ART-CODIGO "  " ART-DESCRICAO
        "  unidade " ART-UNIDADE
    DISPLAY "  A = aprovar, I = recusar (inativo), ENTER = manter"
        " pendente: " NO ADVANCING
    MOVE SPACES TO ICA-CONFIRMA
    ACCEPT ICA-CONFIRMA
    EVALUATE ICA-CONFIRMA
        WHEN "A"
        WHEN "a"
            MOVE "A" TO ART-ESTADO
            REWRITE REGISTO-ARTIGO
            DISPLAY "  Artigo aprovado."
        WHEN "I"
        WHEN "i"
            MOVE "I" TO ART-ESTADO
            REWRITE REGISTO-ARTIGO
            DISPLAY "  Artigo recusado."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

COPY "pspool.cbl".

COPY "psessao.cbl".
