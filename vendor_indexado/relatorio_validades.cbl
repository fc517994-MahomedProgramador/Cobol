*>****************************************************************
*> Author:
*> Date:
*> Purpose: relatorio semanal das validades dos lotes de stock
*>          (reagentes, quimicos, material de primeiros
*>          socorros): lista, a partir de LOTES.dat, os lotes com
*>          quantidade em armazem ou em quarentena que ja
*>          caducaram ou caducam nos proximos N dias (ENTER = 30).
*>          Os lotes caducados ficam bloqueados para saidas em
*>          gerir_stock. Grava em VALIDADES-<data>.dat, regista no
*>          spool e termina com RETURN-CODE 2 quando ha lotes
*>          caducados ou a caducar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_validades.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "sllote.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT VALIDADES-FILE
         ASSIGN TO RVL-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdlote.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD VALIDADES-FILE.
  01 LINHA-VALIDADES         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wslote.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RVL-DIAS-AVISO        PIC 9(3) VALUE 30.
    77 RVL-RESPOSTA          PIC X(6).
    77 RVL-NOME-FICHEIRO     PIC X(40).
    77 RVL-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RVL-DATA-HOJE         PIC 9(8).
    77 RVL-DIAS-HOJE         PIC 9(7).
    77 RVL-DIAS-VALIDADE     PIC 9(7).
    77 RVL-DIAS-RESTANTES    PIC S9(5).
    77 RVL-DIAS-ED           PIC -(4)9.
    77 RVL-QUANTIDADE        PIC 9(7).
    77 RVL-SITUACAO          PIC X(12).
    77 RVL-TOTAL-CADUCADOS   PIC 9(4) VALUE ZERO.
    77 RVL-TOTAL-A-CADUCAR   PIC 9(4) VALUE ZERO.
    77 RVL-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvlote.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM RELATORIO-VALIDADES.
GOBACK.

RELATORIO-VALIDADES.
    DISPLAY "Dias de antecedencia do alerta (ENTER = 30): "
        NO ADVANCING
    ACCEPT RVL-RESPOSTA
    IF RVL-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (RVL-RESPOSTA) TO RVL-DIAS-AVISO
    END-IF
    ACCEPT RVL-DATA-HOJE FROM DATE YYYYMMDD
    COMPUTE RVL-DIAS-HOJE =
        FUNCTION INTEGER-OF-DATE (RVL-DATA-HOJE)
    MOVE SPACES TO RVL-NOME-FICHEIRO
    STRING "VALIDADES-" DELIMITED BY SIZE
           RVL-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RVL-NOME-FICHEIRO

    OPEN INPUT LOTES-FILE.
    IF LOTES-STATUS NOT = "00"
        DISPLAY "LOTES-FILE indisponivel (status " LOTES-STATUS
            "). Sem lotes registados."
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN OUTPUT VALIDADES-FILE
        MOVE ALL "=" TO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        MOVE SPACES TO LINHA-VALIDADES
        STRING "LOTES CADUCADOS OU A CADUCAR EM " DELIMITED BY SIZE
               RVL-DIAS-AVISO DELIMITED BY SIZE
               " DIAS - " DELIMITED BY SIZE
               RVL-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        MOVE SPACES TO LINHA-VALIDADES
        STRING "Artigo   Lote         Validade  Quantidade"
                   DELIMITED BY SIZE
               "  Fornecedor  Dias  Situacao" DELIMITED BY SIZE
               INTO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        MOVE ALL "-" TO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        PERFORM UNTIL RVL-FIM-FICHEIRO = 'Y'
            READ LOTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO RVL-FIM-FICHEIRO
                NOT AT END
                    IF LOT-DATA-VALIDADE NOT = ZERO
                        AND (LOT-SALDO > ZERO
                        OR LOT-QTD-QUARENTENA > ZERO)
                        PERFORM AVALIAR-VALIDADE-LOTE
                    END-IF
            END-READ
        END-PERFORM
        MOVE ALL "=" TO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        MOVE SPACES TO LINHA-VALIDADES
        STRING "Lotes caducados: " DELIMITED BY SIZE
               RVL-TOTAL-CADUCADOS DELIMITED BY SIZE
               "  a caducar: " DELIMITED BY SIZE
               RVL-TOTAL-A-CADUCAR DELIMITED BY SIZE
               INTO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        CLOSE VALIDADES-FILE
        CLOSE LOTES-FILE
        MOVE "relatorio_validades" TO SPR-PROGRAMA
        MOVE RVL-DIAS-AVISO TO SPR-PARAMETROS
        MOVE RVL-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RVL-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de validades gravado em "
            RVL-NOME-FICHEIRO
        DISPLAY "  Lotes caducados: " RVL-TOTAL-CADUCADOS
            "  a caducar em " RVL-DIAS-AVISO " dias: "
            RVL-TOTAL-A-CADUCAR
        IF RVL-TOTAL-CADUCADOS = ZERO
            AND RVL-TOTAL-A-CADUCAR = ZERO
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 2 TO RETURN-CODE
        END-IF
    END-IF.

AVALIAR-VALIDADE-LOTE.
    COMPUTE RVL-DIAS-VALIDADE =
        FUNCTION INTEGER-OF-DATE (LOT-DATA-VALIDADE)
    COMPUTE RVL-DIAS-RESTANTES = RVL-DIAS-VALIDADE - RVL-DIAS-HOJE
    MOVE SPACES TO RVL-SITUACAO
    IF RVL-DIAS-RESTANTES < ZERO
        ADD 1 TO RVL-TOTAL-CADUCADOS
        MOVE "CADUCADO" TO RVL-SITUACAO
    ELSE
        IF RVL-DIAS-RESTANTES NOT > RVL-DIAS-AVISO
            ADD 1 TO RVL-TOTAL-A-CADUCAR
            MOVE "A CADUCAR" TO RVL-SITUACAO
        END-IF
    END-IF
    IF RVL-SITUACAO NOT = SPACES
        IF LOT-BLOQUEADO
            MOVE "BLOQUEADO" TO RVL-SITUACAO
        END-IF
        COMPUTE RVL-QUANTIDADE = LOT-SALDO + LOT-QTD-QUARENTENA
        MOVE RVL-DIAS-RESTANTES TO RVL-DIAS-ED
        MOVE SPACES TO LINHA-VALIDADES
        STRING LOT-ARTIGO-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOT-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOT-DATA-VALIDADE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RVL-QUANTIDADE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               LOT-VENDOR-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RVL-DIAS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RVL-SITUACAO DELIMITED BY SIZE
               INTO LINHA-VALIDADES
        WRITE LINHA-VALIDADES
        ADD 1 TO RVL-TOTAL-LINHAS
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
