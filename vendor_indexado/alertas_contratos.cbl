*>****************************************************************
*> Author:
*> Date:
*> Purpose: alertas diarios dos contratos-quadro ativos de
*>          CONTRATOS.dat: contratos ja expirados, contratos que
*>          entraram no periodo de aviso antes da data de fim
*>          (CTR-DIAS-AVISO, 90 dias por omissao) - indicando se
*>          ainda podem ser renovados em gerir_contratos ou se e
*>          preciso lancar novo procedimento de aquisicao - e
*>          contratos cujo valor consumido ja atingiu a
*>          percentagem indicada do valor teto (ENTER = 90%).
*>          Grava em ALERTAS-CONTRATOS-<data>.dat, regista no
*>          spool e termina com RETURN-CODE 2 quando ha alertas.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. alertas_contratos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcontrato.cbl".
     COPY "slvendor.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT ALERTAS-FILE
         ASSIGN TO ACT-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcontrato.cbl".
  COPY "fdvendor.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD ALERTAS-FILE.
  01 LINHA-ALERTAS           PIC X(110).

WORKING-STORAGE SECTION.
  COPY "wscontrato.cbl".
  COPY "wsvendor.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 ACT-PCT-TETO          PIC 9(3)V99 VALUE 90.
    77 ACT-RESPOSTA          PIC X(6).
    77 ACT-NOME-FICHEIRO     PIC X(40).
    77 ACT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 ACT-VENDOR-ABERTO     PIC X VALUE 'N'.
    77 ACT-DATA-HOJE         PIC 9(8).
    77 ACT-DIAS-HOJE         PIC 9(7).
    77 ACT-DIAS-FIM          PIC 9(7).
    77 ACT-DIAS-RESTANTES    PIC S9(5).
    77 ACT-DIAS-ED           PIC -(4)9.
    77 ACT-DIAS-AVISO        PIC 9(3).
    77 ACT-PCT-CONSUMIDO     PIC 9(5)V99.
    77 ACT-PCT-ED            PIC ZZZZ9.99.
    77 ACT-REMANESCENTE      PIC S9(9)V99.
    77 ACT-VALOR-ED          PIC -Z(8)9.99.
    77 ACT-NOME-VENDOR       PIC X(30).
    77 ACT-SITUACAO          PIC X(16).
    77 ACT-ACAO              PIC X(40).
    77 ACT-TOTAL-EXPIRADOS   PIC 9(4) VALUE ZERO.
    77 ACT-TOTAL-RENOVAR     PIC 9(4) VALUE ZERO.
    77 ACT-TOTAL-CONCURSO    PIC 9(4) VALUE ZERO.
    77 ACT-TOTAL-TETO        PIC 9(4) VALUE ZERO.
    77 ACT-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcontrato.cbl".
COPY "rvvendor.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM ALERTAS-CONTRATOS.
GOBACK.

ALERTAS-CONTRATOS.
    DISPLAY "Percentagem do teto para alerta (ENTER = 90): "
        NO ADVANCING
    ACCEPT ACT-RESPOSTA
    IF ACT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (ACT-RESPOSTA) TO ACT-PCT-TETO
    END-IF
    ACCEPT ACT-DATA-HOJE FROM DATE YYYYMMDD
    COMPUTE ACT-DIAS-HOJE =
        FUNCTION INTEGER-OF-DATE (ACT-DATA-HOJE)
    MOVE SPACES TO ACT-NOME-FICHEIRO
    STRING "ALERTAS-CONTRATOS-" DELIMITED BY SIZE
           ACT-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO ACT-NOME-FICHEIRO

    OPEN INPUT CONTRATOS-FILE.
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "CONTRATOS-FILE indisponivel (status "
            CONTRATOS-STATUS "). Sem contratos registados."
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 'N' TO ACT-VENDOR-ABERTO
        OPEN INPUT VENDOR-FILE
        IF VENDOR-FILE-STATUS = "00"
            MOVE 'S' TO ACT-VENDOR-ABERTO
        END-IF
        OPEN OUTPUT ALERTAS-FILE
        MOVE ACT-PCT-TETO TO ACT-PCT-ED
        MOVE ALL "=" TO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        MOVE SPACES TO LINHA-ALERTAS
        STRING "ALERTAS DOS CONTRATOS-QUADRO - " DELIMITED BY SIZE
               ACT-DATA-HOJE DELIMITED BY SIZE
               " (TETO A " DELIMITED BY SIZE
               ACT-PCT-ED DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        MOVE SPACES TO LINHA-ALERTAS
        STRING "Contr Fornecedor                     Fim      "
                   DELIMITED BY SIZE
               " Dias Situacao         Acao" DELIMITED BY SIZE
               INTO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        MOVE ALL "-" TO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        PERFORM UNTIL ACT-FIM-FICHEIRO = 'Y'
            READ CONTRATOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ACT-FIM-FICHEIRO
                NOT AT END
                    IF CTR-ATIVO
                        PERFORM AVALIAR-CONTRATO
                    END-IF
            END-READ
        END-PERFORM
        MOVE ALL "=" TO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        MOVE SPACES TO LINHA-ALERTAS
        STRING "Expirados: " DELIMITED BY SIZE
               ACT-TOTAL-EXPIRADOS DELIMITED BY SIZE
               "  a renovar: " DELIMITED BY SIZE
               ACT-TOTAL-RENOVAR DELIMITED BY SIZE
               "  novo procedimento: " DELIMITED BY SIZE
               ACT-TOTAL-CONCURSO DELIMITED BY SIZE
               "  perto do teto: " DELIMITED BY SIZE
               ACT-TOTAL-TETO DELIMITED BY SIZE
               INTO LINHA-ALERTAS
        WRITE LINHA-ALERTAS
        CLOSE ALERTAS-FILE
        IF ACT-VENDOR-ABERTO = 'S'
            CLOSE VENDOR-FILE
        END-IF
        CLOSE CONTRATOS-FILE
        MOVE "alertas_contratos" TO SPR-PROGRAMA
        MOVE ACT-PCT-TETO TO ACT-PCT-ED
        MOVE ACT-PCT-ED TO SPR-PARAMETROS
        MOVE ACT-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE ACT-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Alertas de contratos gravados em "
            ACT-NOME-FICHEIRO
        DISPLAY "  Expirados: " ACT-TOTAL-EXPIRADOS
            "  a renovar: " ACT-TOTAL-RENOVAR
            "  novo procedimento: " ACT-TOTAL-CONCURSO
            "  perto do teto: " ACT-TOTAL-TETO
        IF ACT-TOTAL-LINHAS = ZERO
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 2 TO RETURN-CODE
        END-IF
    END-IF.

AVALIAR-CONTRATO.
    COMPUTE ACT-DIAS-FIM =
        FUNCTION INTEGER-OF-DATE (CTR-DATA-FIM)
    COMPUTE ACT-DIAS-RESTANTES = ACT-DIAS-FIM - ACT-DIAS-HOJE
    MOVE CTR-DIAS-AVISO TO ACT-DIAS-AVISO
    IF ACT-DIAS-AVISO = ZERO
        MOVE 90 TO ACT-DIAS-AVISO
    END-IF
    MOVE SPACES TO ACT-NOME-VENDOR
    IF ACT-VENDOR-ABERTO = 'S'
        MOVE CTR-VENDOR-NUMBER TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                MOVE "(fornecedor inexistente)" TO ACT-NOME-VENDOR
            NOT INVALID KEY
                MOVE VENDOR-NAME TO ACT-NOME-VENDOR
        END-READ
    END-IF

    MOVE SPACES TO ACT-SITUACAO
    MOVE SPACES TO ACT-ACAO
    EVALUATE TRUE
        WHEN ACT-DIAS-RESTANTES < ZERO
            ADD 1 TO ACT-TOTAL-EXPIRADOS
            MOVE "EXPIRADO" TO ACT-SITUACAO
            MOVE "Encerrar ou regularizar o contrato" TO ACT-ACAO
        WHEN ACT-DIAS-RESTANTES > ACT-DIAS-AVISO
            CONTINUE
        WHEN CTR-RENOVAVEL-SIM
            AND CTR-RENOVACOES-USADAS < CTR-RENOVACOES-MAX
            ADD 1 TO ACT-TOTAL-RENOVAR
            MOVE "AVISO RENOVACAO" TO ACT-SITUACAO
            MOVE SPACES TO ACT-ACAO
            STRING "Renovar (usadas " DELIMITED BY SIZE
                   CTR-RENOVACOES-USADAS DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   CTR-RENOVACOES-MAX DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ACT-ACAO
        WHEN OTHER
            ADD 1 TO ACT-TOTAL-CONCURSO
            MOVE "AVISO FIM" TO ACT-SITUACAO
            MOVE "Lancar novo procedimento" TO ACT-ACAO
    END-EVALUATE
    IF ACT-SITUACAO NOT = SPACES
        PERFORM ESCREVER-ALERTA
    END-IF

    IF CTR-VALOR-TETO > ZERO
        COMPUTE ACT-PCT-CONSUMIDO ROUNDED =
            CTR-VALOR-CONSUMIDO * 100 / CTR-VALOR-TETO
        IF ACT-PCT-CONSUMIDO NOT < ACT-PCT-TETO
            ADD 1 TO ACT-TOTAL-TETO
            MOVE "PERTO DO TETO" TO ACT-SITUACAO
            COMPUTE ACT-REMANESCENTE =
                CTR-VALOR-TETO - CTR-VALOR-CONSUMIDO
            MOVE ACT-PCT-CONSUMIDO TO ACT-PCT-ED
            MOVE ACT-REMANESCENTE TO ACT-VALOR-ED
            MOVE SPACES TO ACT-ACAO
            STRING ACT-PCT-ED DELIMITED BY SIZE
                   "% usado, resta " DELIMITED BY SIZE
                   ACT-VALOR-ED DELIMITED BY SIZE
                   INTO ACT-ACAO
            PERFORM ESCREVER-ALERTA
        END-IF
    END-IF.

ESCREVER-ALERTA.
    MOVE ACT-DIAS-RESTANTES TO ACT-DIAS-ED
    MOVE SPACES TO LINHA-ALERTAS
    STRING CTR-NUMERO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACT-NOME-VENDOR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CTR-DATA-FIM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACT-DIAS-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACT-SITUACAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACT-ACAO DELIMITED BY SIZE
           INTO LINHA-ALERTAS
    WRITE LINHA-ALERTAS
    ADD 1 TO ACT-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
