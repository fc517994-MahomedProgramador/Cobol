*>****************************************************************
*> Author:
*> Date:
*> Purpose: verificacao fisica anual do imobilizado. Emite as
*>          folhas de contagem por localizacao com os ativos em
*>          uso de ATIVOS.dat (FOLHAS-CONTAGEM-AAAA.dat, no
*>          spool), regista os ativos encontrados em cada local
*>          - teclados um a um ou importados do ficheiro do
*>          leitor de etiquetas (ATIVOSLEIT.csv, ou o indicado em
*>          ATIVOS_LEITURAS, uma linha numero;localizacao) - em
*>          VERIFICACOES.dat (chave ano + ativo; a ultima leitura
*>          conta) e produz o relatorio de excecoes do ano
*>          (EXCECOES-INVENTARIO-AAAA.dat, no spool): ativos em
*>          falta, ativos encontrados noutro local e bens
*>          encontrados que nao estao no registo (ou ja
*>          abatidos). As correcoes de local fazem-se com a
*>          transferencia de gerir_ativos, que fica no historico.
*>          RETURN-CODE 2 quando ha excecoes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. verificar_ativos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slativo.cbl".
     COPY "slverificacao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT LEITURAS-FILE
         ASSIGN TO VFA-LEITURAS-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS VFA-LEITURAS-STATUS.

     SELECT LISTAGEM-FILE
         ASSIGN TO VFA-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdativo.cbl".
  COPY "fdverificacao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD LEITURAS-FILE.
  01 LINHA-LEITURA           PIC X(80).

  FD LISTAGEM-FILE.
  01 LINHA-LISTAGEM          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsativo.cbl".
  COPY "wsverificacao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 VFA-LEITURAS-NOME     PIC X(40) VALUE "ATIVOSLEIT.csv".
    77 VFA-LEITURAS-ENV      PIC X(40).
    77 VFA-LEITURAS-STATUS   PIC X(2) VALUE "00".
    77 VFA-NOME-FICHEIRO     PIC X(40).
    77 VFA-OPCAO             PIC 9 VALUE ZERO.
    77 VFA-SAIR              PIC X VALUE 'N'.
    77 VFA-DATA              PIC 9(8).
    77 VFA-ANO               PIC 9(4).
    77 VFA-RESPOSTA          PIC X(6).
    77 VFA-NUMERO            PIC 9(5).
    77 VFA-LOCALIZACAO       PIC X(20).
    77 VFA-DESCRICAO         PIC X(30).
    77 VFA-ORIGEM            PIC X.
    77 VFA-CAMPO-NUMERO      PIC X(10).
    77 VFA-CAMPO-LOCAL       PIC X(40).
    77 VFA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 VFA-FIM-LEITURAS      PIC X VALUE 'N'.
    77 VFA-NO-REGISTO        PIC X VALUE 'N'.
    77 VFA-ATIVOS-ABERTO     PIC X VALUE 'N'.
    77 VFA-VERIF-ABERTO      PIC X VALUE 'N'.
    77 VFA-ENCONTROU         PIC X VALUE 'N'.
    77 VFA-SITUACAO          PIC X(14).
    77 VFA-LINHAS            PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-LIDAS       PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-GRAVADAS    PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-REJEITADAS  PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-FALTA       PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-LOCAL       PIC 9(5) VALUE ZERO.
    77 VFA-TOTAL-NAO-REG     PIC 9(5) VALUE ZERO.
    77 VFA-QTD-LOCAIS        PIC 9(3) VALUE ZERO.
    77 VFA-IX                PIC 9(3) VALUE ZERO.

*> localizacoes distintas dos ativos em uso, uma folha por cada.
    01 VFA-LOCAIS.
      05 VFA-LOCAL OCCURS 300 TIMES PIC X(20).

PROCEDURE DIVISION.
COPY "rvativo.cbl".
COPY "rvverificacao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT VFA-LEITURAS-ENV FROM ENVIRONMENT "ATIVOS_LEITURAS"
    IF VFA-LEITURAS-ENV NOT = SPACES
        MOVE VFA-LEITURAS-ENV TO VFA-LEITURAS-NOME
    END-IF
    ACCEPT VFA-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-VERIFICACOES
    PERFORM UNTIL VFA-SAIR = 'Y'
        PERFORM MENU-VERIFICACAO
    END-PERFORM.
GOBACK.

MENU-VERIFICACAO.
    DISPLAY "==================================="
    DISPLAY "  VERIFICACAO FISICA DO IMOBILIZADO"
    DISPLAY "==================================="
    DISPLAY "1 - Emitir folhas de contagem por local"
    DISPLAY "2 - Registar contagem (teclado)"
    DISPLAY "3 - Importar leituras do leitor de etiquetas"
    DISPLAY "4 - Relatorio de excecoes"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT VFA-OPCAO
    EVALUATE VFA-OPCAO
        WHEN 1
            PERFORM EMITIR-FOLHAS-CONTAGEM
        WHEN 2
            PERFORM REGISTAR-CONTAGEM
        WHEN 3
            PERFORM IMPORTAR-LEITURAS
        WHEN 4
            PERFORM RELATORIO-EXCECOES
        WHEN 0
            MOVE 'Y' TO VFA-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-VERIFICACOES.
    OPEN INPUT VERIFICACOES-FILE.
    IF VERIFICACOES-STATUS = "35"
        OPEN OUTPUT VERIFICACOES-FILE
        CLOSE VERIFICACOES-FILE
    ELSE
        IF VERIFICACOES-STATUS = "00"
            CLOSE VERIFICACOES-FILE
        END-IF
    END-IF.

PEDIR-ANO.
    MOVE VFA-DATA (1:4) TO VFA-ANO
    DISPLAY "Ano da verificacao (ENTER = " VFA-ANO "): "
        NO ADVANCING
    MOVE SPACES TO VFA-RESPOSTA
    ACCEPT VFA-RESPOSTA
    IF VFA-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (VFA-RESPOSTA) TO VFA-ANO
    END-IF.

EMITIR-FOLHAS-CONTAGEM.
    PERFORM PEDIR-ANO
    MOVE ZERO TO VFA-QTD-LOCAIS
    MOVE ZERO TO VFA-LINHAS
    MOVE 'N' TO VFA-FIM-FICHEIRO
    OPEN INPUT ATIVOS-FILE.
    IF ATIVOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ATIVOS-FILE. Status: "
            ATIVOS-STATUS
    ELSE
        PERFORM UNTIL VFA-FIM-FICHEIRO = 'Y'
            READ ATIVOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO VFA-FIM-FICHEIRO
                NOT AT END
                    IF ATV-ATIVO
                        PERFORM JUNTAR-LOCAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ATIVOS-FILE
        MOVE SPACES TO VFA-NOME-FICHEIRO
        STRING "FOLHAS-CONTAGEM-" DELIMITED BY SIZE
               VFA-ANO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO VFA-NOME-FICHEIRO
        OPEN OUTPUT LISTAGEM-FILE
        PERFORM VARYING VFA-IX FROM 1 BY 1
            UNTIL VFA-IX > VFA-QTD-LOCAIS
            PERFORM ESCREVER-FOLHA-LOCAL
        END-PERFORM
        CLOSE LISTAGEM-FILE
        MOVE "verificar_ativos" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING "folhas " DELIMITED BY SIZE
               VFA-ANO DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE VFA-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE VFA-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY VFA-QTD-LOCAIS " folhas de contagem gravadas em "
            VFA-NOME-FICHEIRO
    END-IF.

JUNTAR-LOCAL.
    MOVE 'N' TO VFA-ENCONTROU
    PERFORM VARYING VFA-IX FROM 1 BY 1
        UNTIL VFA-IX > VFA-QTD-LOCAIS OR VFA-ENCONTROU = 'S'
        IF VFA-LOCAL (VFA-IX) = ATV-LOCALIZACAO
            MOVE 'S' TO VFA-ENCONTROU
        END-IF
    END-PERFORM
    IF VFA-ENCONTROU = 'N'
        IF VFA-QTD-LOCAIS < 300
            ADD 1 TO VFA-QTD-LOCAIS
            MOVE ATV-LOCALIZACAO TO VFA-LOCAL (VFA-QTD-LOCAIS)
        ELSE
            DISPLAY "Aviso: mais de 300 locais; " ATV-LOCALIZACAO
                " fica sem folha."
        END-IF
    END-IF.

ESCREVER-FOLHA-LOCAL.
    MOVE ALL "=" TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE SPACES TO LINHA-LISTAGEM
    STRING "FOLHA DE CONTAGEM " DELIMITED BY SIZE
           VFA-ANO DELIMITED BY SIZE
           " - LOCAL: " DELIMITED BY SIZE
           VFA-LOCAL (VFA-IX) DELIMITED BY SIZE
           INTO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE SPACES TO LINHA-LISTAGEM
    STRING "Ativo Descricao                      Classe Dept"
               DELIMITED BY SIZE
           "  Encontrado" DELIMITED BY SIZE
           INTO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE ALL "-" TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE 'N' TO VFA-FIM-FICHEIRO
    OPEN INPUT ATIVOS-FILE
    PERFORM UNTIL VFA-FIM-FICHEIRO = 'Y'
        READ ATIVOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO VFA-FIM-FICHEIRO
            NOT AT END
                IF ATV-ATIVO
                    AND ATV-LOCALIZACAO = VFA-LOCAL (VFA-IX)
                    MOVE SPACES TO LINHA-LISTAGEM
                    STRING ATV-NUMERO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ATV-DESCRICAO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ATV-CLASSE DELIMITED BY SIZE
                           "     " DELIMITED BY SIZE
                           ATV-DEPARTAMENTO DELIMITED BY SIZE
                           "  [   ]" DELIMITED BY SIZE
                           INTO LINHA-LISTAGEM
                    WRITE LINHA-LISTAGEM
                    ADD 1 TO VFA-LINHAS
                END-IF
        END-READ
    END-PERFORM
    CLOSE ATIVOS-FILE
    MOVE SPACES TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE "Bens encontrados no local e nao listados (numero e"
        TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE "descricao):" TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    MOVE SPACES TO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    STRING "Contado por: ____________  Data: ________"
               DELIMITED BY SIZE
           INTO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM.

REGISTAR-CONTAGEM.
    PERFORM PEDIR-ANO
    DISPLAY "Local a contar: " NO ADVANCING
    MOVE SPACES TO VFA-LOCALIZACAO
    ACCEPT VFA-LOCALIZACAO
    MOVE "T" TO VFA-ORIGEM
    MOVE ZERO TO VFA-TOTAL-GRAVADAS
    PERFORM ABRIR-FICHEIROS-CONTAGEM
    IF VERIFICACOES-STATUS = "00"
        MOVE 1 TO VFA-NUMERO
        PERFORM UNTIL VFA-NUMERO = ZERO
            DISPLAY "Numero do ativo (0 = terminar): "
                NO ADVANCING
            ACCEPT VFA-NUMERO
            IF VFA-NUMERO NOT = ZERO
                MOVE SPACES TO VFA-DESCRICAO
                PERFORM GRAVAR-LEITURA
            END-IF
        END-PERFORM
        PERFORM FECHAR-FICHEIROS-CONTAGEM
        DISPLAY "Ativos contados em " VFA-LOCALIZACAO ": "
            VFA-TOTAL-GRAVADAS
    END-IF.

ABRIR-FICHEIROS-CONTAGEM.
    MOVE ZERO TO VERIFICACOES-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL VERIFICACOES-STATUS = "00"
        OR VERIFICACOES-TENTATIVAS = 5
        OPEN I-O VERIFICACOES-FILE
        IF VERIFICACOES-STATUS NOT = "00"
            ADD 1 TO VERIFICACOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF VERIFICACOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VERIFICACOES-FILE. Status: "
            VERIFICACOES-STATUS
    ELSE
        MOVE 'N' TO VFA-ATIVOS-ABERTO
        OPEN INPUT ATIVOS-FILE
        IF ATIVOS-STATUS = "00"
            MOVE 'S' TO VFA-ATIVOS-ABERTO
        END-IF
    END-IF.

FECHAR-FICHEIROS-CONTAGEM.
    IF VFA-ATIVOS-ABERTO = 'S'
        CLOSE ATIVOS-FILE
    END-IF
    CLOSE VERIFICACOES-FILE.

GRAVAR-LEITURA.
*> um bem sem registo fica com a descricao dada na contagem para
*> o relatorio de excecoes.
    MOVE 'N' TO VFA-NO-REGISTO
    IF VFA-ATIVOS-ABERTO = 'S'
        MOVE VFA-NUMERO TO ATV-NUMERO
        READ ATIVOS-FILE KEY IS ATV-NUMERO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO VFA-NO-REGISTO
        END-READ
    END-IF
    IF VFA-NO-REGISTO = 'S'
        MOVE ATV-DESCRICAO TO VFA-DESCRICAO
        IF VFA-ORIGEM = "T"
            IF ATV-ABATIDO
                DISPLAY "  Atencao: o ativo " VFA-NUMERO
                    " esta abatido no registo."
            ELSE
                IF ATV-LOCALIZACAO NOT = VFA-LOCALIZACAO
                    DISPLAY "  Atencao: registado em "
                        ATV-LOCALIZACAO
                END-IF
            END-IF
        END-IF
    ELSE
        IF VFA-ORIGEM = "T"
            DISPLAY "  Ativo " VFA-NUMERO " nao esta no registo."
                " Descricao do bem: " NO ADVANCING
            ACCEPT VFA-DESCRICAO
        END-IF
    END-IF
    MOVE VFA-ANO TO VRF-ANO
    MOVE VFA-NUMERO TO VRF-ATIVO
    MOVE VFA-LOCALIZACAO TO VRF-LOCALIZACAO
    MOVE VFA-DESCRICAO TO VRF-DESCRICAO
    MOVE VFA-DATA TO VRF-DATA
    MOVE SES-OPERADOR-ATUAL TO VRF-OPERADOR
    MOVE VFA-ORIGEM TO VRF-ORIGEM
    WRITE REGISTO-VERIFICACAO
        INVALID KEY
            REWRITE REGISTO-VERIFICACAO
    END-WRITE
    ADD 1 TO VFA-TOTAL-GRAVADAS.

IMPORTAR-LEITURAS.
    PERFORM PEDIR-ANO
    MOVE "L" TO VFA-ORIGEM
    MOVE ZERO TO VFA-TOTAL-LIDAS
    MOVE ZERO TO VFA-TOTAL-GRAVADAS
    MOVE ZERO TO VFA-TOTAL-REJEITADAS
    OPEN INPUT LEITURAS-FILE.
    IF VFA-LEITURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " VFA-LEITURAS-NOME ". Status: "
            VFA-LEITURAS-STATUS
    ELSE
        PERFORM ABRIR-FICHEIROS-CONTAGEM
        IF VERIFICACOES-STATUS = "00"
            MOVE 'N' TO VFA-FIM-LEITURAS
            PERFORM UNTIL VFA-FIM-LEITURAS = 'Y'
                READ LEITURAS-FILE
                    AT END MOVE 'Y' TO VFA-FIM-LEITURAS
                    NOT AT END
                        PERFORM TRATAR-LEITURA
                END-READ
            END-PERFORM
            PERFORM FECHAR-FICHEIROS-CONTAGEM
        END-IF
        CLOSE LEITURAS-FILE
        DISPLAY "Leituras: " VFA-TOTAL-LIDAS
            "  gravadas: " VFA-TOTAL-GRAVADAS
            "  rejeitadas: " VFA-TOTAL-REJEITADAS
    END-IF.

TRATAR-LEITURA.
    ADD 1 TO VFA-TOTAL-LIDAS
    MOVE SPACES TO VFA-CAMPO-NUMERO
    MOVE SPACES TO VFA-CAMPO-LOCAL
    UNSTRING LINHA-LEITURA DELIMITED BY ";" OR ","
        INTO VFA-CAMPO-NUMERO VFA-CAMPO-LOCAL
    END-UNSTRING
    IF VFA-CAMPO-NUMERO = SPACES OR VFA-CAMPO-LOCAL = SPACES
        OR FUNCTION TEST-NUMVAL (VFA-CAMPO-NUMERO) NOT = ZERO
        ADD 1 TO VFA-TOTAL-REJEITADAS
        DISPLAY "  Linha rejeitada: " LINHA-LEITURA
    ELSE
        MOVE FUNCTION NUMVAL (VFA-CAMPO-NUMERO) TO VFA-NUMERO
        MOVE VFA-CAMPO-LOCAL TO VFA-LOCALIZACAO
        MOVE "lido no leitor" TO VFA-DESCRICAO
        IF VFA-NUMERO = ZERO
            ADD 1 TO VFA-TOTAL-REJEITADAS
            DISPLAY "  Linha rejeitada: " LINHA-LEITURA
        ELSE
            PERFORM GRAVAR-LEITURA
        END-IF
    END-IF.

RELATORIO-EXCECOES.
    PERFORM PEDIR-ANO
    MOVE ZERO TO VFA-TOTAL-FALTA
    MOVE ZERO TO VFA-TOTAL-LOCAL
    MOVE ZERO TO VFA-TOTAL-NAO-REG
    MOVE ZERO TO VFA-LINHAS
    OPEN INPUT ATIVOS-FILE.
    IF ATIVOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ATIVOS-FILE. Status: "
            ATIVOS-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 'N' TO VFA-VERIF-ABERTO
        OPEN INPUT VERIFICACOES-FILE
        IF VERIFICACOES-STATUS = "00"
            MOVE 'S' TO VFA-VERIF-ABERTO
        END-IF
        MOVE SPACES TO VFA-NOME-FICHEIRO
        STRING "EXCECOES-INVENTARIO-" DELIMITED BY SIZE
               VFA-ANO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO VFA-NOME-FICHEIRO
        OPEN OUTPUT LISTAGEM-FILE
        MOVE ALL "=" TO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        MOVE SPACES TO LINHA-LISTAGEM
        STRING "EXCECOES DA VERIFICACAO FISICA DO IMOBILIZADO "
                   DELIMITED BY SIZE
               VFA-ANO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               VFA-DATA DELIMITED BY SIZE
               INTO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        MOVE SPACES TO LINHA-LISTAGEM
        STRING "Situacao       Ativo Descricao                     "
                   DELIMITED BY SIZE
               " No registo           Encontrado em" DELIMITED BY SIZE
               INTO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        MOVE ALL "-" TO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        PERFORM VERIFICAR-REGISTO-CONTRA-CONTAGEM
        PERFORM VERIFICAR-CONTAGEM-CONTRA-REGISTO
        MOVE ALL "=" TO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        MOVE SPACES TO LINHA-LISTAGEM
        STRING "Em falta: " DELIMITED BY SIZE
               VFA-TOTAL-FALTA DELIMITED BY SIZE
               "  noutro local: " DELIMITED BY SIZE
               VFA-TOTAL-LOCAL DELIMITED BY SIZE
               "  nao registados: " DELIMITED BY SIZE
               VFA-TOTAL-NAO-REG DELIMITED BY SIZE
               INTO LINHA-LISTAGEM
        WRITE LINHA-LISTAGEM
        CLOSE LISTAGEM-FILE
        IF VFA-VERIF-ABERTO = 'S'
            CLOSE VERIFICACOES-FILE
        END-IF
        CLOSE ATIVOS-FILE
        MOVE "verificar_ativos" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING "excecoes " DELIMITED BY SIZE
               VFA-ANO DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE VFA-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE VFA-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de excecoes gravado em " VFA-NOME-FICHEIRO
        DISPLAY "  Em falta: " VFA-TOTAL-FALTA
            "  noutro local: " VFA-TOTAL-LOCAL
            "  nao registados: " VFA-TOTAL-NAO-REG
        IF VFA-LINHAS = ZERO
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 2 TO RETURN-CODE
        END-IF
    END-IF.

VERIFICAR-REGISTO-CONTRA-CONTAGEM.
*> cada ativo em uso tem de ter sido encontrado, e no seu local.
    MOVE 'N' TO VFA-FIM-FICHEIRO
    PERFORM UNTIL VFA-FIM-FICHEIRO = 'Y'
        READ ATIVOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO VFA-FIM-FICHEIRO
            NOT AT END
                IF ATV-ATIVO
                    PERFORM CONFERIR-ATIVO
                END-IF
        END-READ
    END-PERFORM.

CONFERIR-ATIVO.
    MOVE 'N' TO VFA-ENCONTROU
    IF VFA-VERIF-ABERTO = 'S'
        MOVE VFA-ANO TO VRF-ANO
        MOVE ATV-NUMERO TO VRF-ATIVO
        READ VERIFICACOES-FILE KEY IS VRF-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO VFA-ENCONTROU
        END-READ
    END-IF
    IF VFA-ENCONTROU = 'N'
        ADD 1 TO VFA-TOTAL-FALTA
        MOVE "EM FALTA" TO VFA-SITUACAO
        MOVE SPACES TO VRF-LOCALIZACAO
        PERFORM ESCREVER-EXCECAO
    ELSE
        IF VRF-LOCALIZACAO NOT = ATV-LOCALIZACAO
            ADD 1 TO VFA-TOTAL-LOCAL
            MOVE "NOUTRO LOCAL" TO VFA-SITUACAO
            PERFORM ESCREVER-EXCECAO
        END-IF
    END-IF.

VERIFICAR-CONTAGEM-CONTRA-REGISTO.
*> o que foi encontrado e nao esta em uso no registo.
    IF VFA-VERIF-ABERTO = 'S'
        MOVE 'N' TO VFA-FIM-FICHEIRO
        MOVE VFA-ANO TO VRF-ANO
        MOVE ZERO TO VRF-ATIVO
        START VERIFICACOES-FILE KEY IS NOT LESS THAN VRF-CHAVE
            INVALID KEY
                MOVE 'Y' TO VFA-FIM-FICHEIRO
        END-START
        PERFORM UNTIL VFA-FIM-FICHEIRO = 'Y'
            READ VERIFICACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO VFA-FIM-FICHEIRO
                NOT AT END
                    IF VRF-ANO NOT = VFA-ANO
                        MOVE 'Y' TO VFA-FIM-FICHEIRO
                    ELSE
                        PERFORM CONFERIR-LEITURA
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

CONFERIR-LEITURA.
    MOVE VRF-ATIVO TO ATV-NUMERO
    READ ATIVOS-FILE KEY IS ATV-NUMERO
        INVALID KEY
            ADD 1 TO VFA-TOTAL-NAO-REG
            MOVE "NAO REGISTADO" TO VFA-SITUACAO
            MOVE VRF-ATIVO TO ATV-NUMERO
            MOVE VRF-DESCRICAO TO ATV-DESCRICAO
            MOVE SPACES TO ATV-LOCALIZACAO
            PERFORM ESCREVER-EXCECAO
        NOT INVALID KEY
            IF ATV-ABATIDO
                ADD 1 TO VFA-TOTAL-NAO-REG
                MOVE "ABATIDO" TO VFA-SITUACAO
                PERFORM ESCREVER-EXCECAO
            END-IF
    END-READ.

ESCREVER-EXCECAO.
    MOVE SPACES TO LINHA-LISTAGEM
    STRING VFA-SITUACAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ATV-NUMERO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ATV-DESCRICAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ATV-LOCALIZACAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VRF-LOCALIZACAO DELIMITED BY SIZE
           INTO LINHA-LISTAGEM
    WRITE LINHA-LISTAGEM
    ADD 1 TO VFA-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
