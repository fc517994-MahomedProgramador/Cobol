*>****************************************************************
*> Author:
*> Date:
*> Purpose: empregabilidade dos diplomados para a agencia de
*>          acreditacao, por plano curricular e ano de graduacao,
*>          a partir do registo de diplomados (ALUMNI.dat): total
*>          de diplomados, respostas ao inquerito, empregados (por
*>          conta de outrem ou propria), taxa de emprego sobre as
*>          respostas e tempo medio em meses entre a graduacao e o
*>          primeiro emprego (emprego anterior a graduacao conta
*>          como zero). O relatorio
*>          (EMPREGABILIDADE-<ano inicial>-<ano final>.dat) fica no
*>          spool.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_empregabilidade.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalumni.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT EMPREGABILIDADE-FILE
         ASSIGN TO REM-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdalumni.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD EMPREGABILIDADE-FILE.
  01 LINHA-EMPREGABILIDADE   PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsalumni.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 REM-NOME-FICHEIRO     PIC X(40).
    77 REM-ANO-INICIAL       PIC 9(4).
    77 REM-ANO-FINAL         PIC 9(4).
    77 REM-ANO               PIC 9(4).
    77 REM-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 REM-GX                PIC 9(3).
    77 REM-KX                PIC 9(3).
    77 REM-ACHOU             PIC 9(3).
    77 REM-TOTAL-GRUPOS      PIC 9(3) VALUE ZERO.
    77 REM-GRUPOS-OMITIDOS   PIC 9(5) VALUE ZERO.
    77 REM-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 REM-DIAS              PIC S9(6).
    77 REM-TAXA              PIC 9(3)V9.
    77 REM-MESES             PIC 9(3)V9.
    77 REM-TAXA-ED           PIC ZZ9.9.
    77 REM-MESES-ED          PIC ZZ9.9.
    77 REM-NUM-ED            PIC ZZZZ9.
    77 REM-NUM2-ED           PIC ZZZZ9.
    77 REM-NUM3-ED           PIC ZZZZ9.
    01 REM-GRUPOS-TAB.
       05 REM-GRUPO OCCURS 300 TIMES.
          10 REM-G-PLANO       PIC X(6).
          10 REM-G-ANO         PIC 9(4).
          10 REM-G-DIPLOMADOS  PIC 9(5).
          10 REM-G-RESPOSTAS   PIC 9(5).
          10 REM-G-EMPREGADOS  PIC 9(5).
          10 REM-G-COM-DATA    PIC 9(5).
          10 REM-G-DIAS        PIC 9(9).
    01 REM-TOTAIS.
       05 REM-T-DIPLOMADOS   PIC 9(5) VALUE ZERO.
       05 REM-T-RESPOSTAS    PIC 9(5) VALUE ZERO.
       05 REM-T-EMPREGADOS   PIC 9(5) VALUE ZERO.
       05 REM-T-COM-DATA     PIC 9(5) VALUE ZERO.
       05 REM-T-DIAS         PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvalumni.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY "Ano de graduacao inicial (AAAA, 0 = todos): "
        NO ADVANCING
    ACCEPT REM-ANO-INICIAL
    DISPLAY "Ano de graduacao final (AAAA, 0 = todos): " NO ADVANCING
    ACCEPT REM-ANO-FINAL
    IF REM-ANO-FINAL = ZERO
        MOVE 9999 TO REM-ANO-FINAL
    END-IF
    PERFORM EMPREGABILIDADE-DIPLOMADOS.
GOBACK.

EMPREGABILIDADE-DIPLOMADOS.
    PERFORM ACUMULAR-DIPLOMADOS
    IF REM-TOTAL-GRUPOS = ZERO
        DISPLAY "Sem diplomados no periodo indicado."
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REM-NOME-FICHEIRO
        STRING "EMPREGABILIDADE-" DELIMITED BY SIZE
               REM-ANO-INICIAL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REM-ANO-FINAL DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO REM-NOME-FICHEIRO
        OPEN OUTPUT EMPREGABILIDADE-FILE
        PERFORM ESCREVER-CABECALHO-EMPREGABILIDADE
        PERFORM VARYING REM-GX FROM 1 BY 1
            UNTIL REM-GX > REM-TOTAL-GRUPOS
            PERFORM ESCREVER-GRUPO-EMPREGABILIDADE
        END-PERFORM
        PERFORM ESCREVER-TOTAL-EMPREGABILIDADE
        CLOSE EMPREGABILIDADE-FILE
        MOVE "relatorio_empregabilidade" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING REM-ANO-INICIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REM-ANO-FINAL DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE REM-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE REM-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio gravado em " REM-NOME-FICHEIRO
        IF REM-GRUPOS-OMITIDOS > ZERO
            DISPLAY "Aviso: " REM-GRUPOS-OMITIDOS
                " diplomados fora da tabela de grupos."
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ACUMULAR-DIPLOMADOS.
    MOVE ZERO TO REM-TOTAL-GRUPOS
    MOVE 'N' TO REM-FIM-FICHEIRO
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
    ELSE
        PERFORM UNTIL REM-FIM-FICHEIRO = 'Y'
            READ ALUMNI-FILE NEXT RECORD
                AT END MOVE 'Y' TO REM-FIM-FICHEIRO
                NOT AT END
                    MOVE ALU-DATA-GRADUACAO (1:4) TO REM-ANO
                    IF REM-ANO NOT < REM-ANO-INICIAL
                        AND REM-ANO NOT > REM-ANO-FINAL
                        PERFORM LOCALIZAR-GRUPO
                        IF REM-ACHOU = ZERO
                            ADD 1 TO REM-GRUPOS-OMITIDOS
                        ELSE
                            PERFORM ACUMULAR-DIPLOMADO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALUMNI-FILE
    END-IF.

LOCALIZAR-GRUPO.
*> a tabela fica ordenada por plano e ano: um grupo novo entra
*> na sua posicao, deslocando os seguintes.
    MOVE ZERO TO REM-ACHOU
    MOVE 1 TO REM-GX
    PERFORM UNTIL REM-GX > REM-TOTAL-GRUPOS
        OR REM-G-PLANO (REM-GX) > ALU-PLANO
        OR (REM-G-PLANO (REM-GX) = ALU-PLANO
            AND REM-G-ANO (REM-GX) NOT < REM-ANO)
        ADD 1 TO REM-GX
    END-PERFORM
    IF REM-GX NOT > REM-TOTAL-GRUPOS
        AND REM-G-PLANO (REM-GX) = ALU-PLANO
        AND REM-G-ANO (REM-GX) = REM-ANO
        MOVE REM-GX TO REM-ACHOU
    ELSE
        IF REM-TOTAL-GRUPOS < 300
            PERFORM VARYING REM-KX FROM REM-TOTAL-GRUPOS BY -1
                UNTIL REM-KX < REM-GX
                MOVE REM-GRUPO (REM-KX) TO REM-GRUPO (REM-KX + 1)
            END-PERFORM
            ADD 1 TO REM-TOTAL-GRUPOS
            MOVE ALU-PLANO TO REM-G-PLANO (REM-GX)
            MOVE REM-ANO TO REM-G-ANO (REM-GX)
            MOVE ZERO TO REM-G-DIPLOMADOS (REM-GX)
            MOVE ZERO TO REM-G-RESPOSTAS (REM-GX)
            MOVE ZERO TO REM-G-EMPREGADOS (REM-GX)
            MOVE ZERO TO REM-G-COM-DATA (REM-GX)
            MOVE ZERO TO REM-G-DIAS (REM-GX)
            MOVE REM-GX TO REM-ACHOU
        END-IF
    END-IF.

ACUMULAR-DIPLOMADO.
    ADD 1 TO REM-G-DIPLOMADOS (REM-ACHOU)
    IF NOT ALU-SEM-RESPOSTA
        ADD 1 TO REM-G-RESPOSTAS (REM-ACHOU)
    END-IF
    IF ALU-TRABALHA
        ADD 1 TO REM-G-EMPREGADOS (REM-ACHOU)
    END-IF
    IF ALU-DATA-PRIMEIRO-EMPREGO NOT = ZERO
        AND ALU-DATA-GRADUACAO NOT = ZERO
        COMPUTE REM-DIAS =
            FUNCTION INTEGER-OF-DATE (ALU-DATA-PRIMEIRO-EMPREGO)
            - FUNCTION INTEGER-OF-DATE (ALU-DATA-GRADUACAO)
        IF REM-DIAS < ZERO
            MOVE ZERO TO REM-DIAS
        END-IF
        ADD 1 TO REM-G-COM-DATA (REM-ACHOU)
        ADD REM-DIAS TO REM-G-DIAS (REM-ACHOU)
    END-IF.

ESCREVER-CABECALHO-EMPREGABILIDADE.
    MOVE SPACES TO LINHA-EMPREGABILIDADE
    STRING "EMPREGABILIDADE DOS DIPLOMADOS - GRADUACAO DE "
               DELIMITED BY SIZE
           REM-ANO-INICIAL DELIMITED BY SIZE
           " A " DELIMITED BY SIZE
           REM-ANO-FINAL DELIMITED BY SIZE
           INTO LINHA-EMPREGABILIDADE
    PERFORM ESCREVER-LINHA-REM
    MOVE SPACES TO LINHA-EMPREGABILIDADE
    PERFORM ESCREVER-LINHA-REM
    MOVE "Plano   Ano   Diplomados Respostas Empregados  Taxa %  Meses 1o emprego"
        TO LINHA-EMPREGABILIDADE
    PERFORM ESCREVER-LINHA-REM.

ESCREVER-GRUPO-EMPREGABILIDADE.
    ADD REM-G-DIPLOMADOS (REM-GX) TO REM-T-DIPLOMADOS
    ADD REM-G-RESPOSTAS (REM-GX) TO REM-T-RESPOSTAS
    ADD REM-G-EMPREGADOS (REM-GX) TO REM-T-EMPREGADOS
    ADD REM-G-COM-DATA (REM-GX) TO REM-T-COM-DATA
    ADD REM-G-DIAS (REM-GX) TO REM-T-DIAS
    MOVE SPACES TO LINHA-EMPREGABILIDADE
    MOVE REM-G-PLANO (REM-GX) TO LINHA-EMPREGABILIDADE (1:6)
    MOVE REM-G-ANO (REM-GX) TO LINHA-EMPREGABILIDADE (9:4)
    MOVE REM-G-DIPLOMADOS (REM-GX) TO REM-NUM-ED
    MOVE REM-NUM-ED TO LINHA-EMPREGABILIDADE (17:5)
    MOVE REM-G-RESPOSTAS (REM-GX) TO REM-NUM2-ED
    MOVE REM-NUM2-ED TO LINHA-EMPREGABILIDADE (27:5)
    MOVE REM-G-EMPREGADOS (REM-GX) TO REM-NUM3-ED
    MOVE REM-NUM3-ED TO LINHA-EMPREGABILIDADE (38:5)
    IF REM-G-RESPOSTAS (REM-GX) > ZERO
        COMPUTE REM-TAXA ROUNDED = REM-G-EMPREGADOS (REM-GX) * 100
            / REM-G-RESPOSTAS (REM-GX)
        MOVE REM-TAXA TO REM-TAXA-ED
        MOVE REM-TAXA-ED TO LINHA-EMPREGABILIDADE (45:5)
    ELSE
        MOVE "  n/d" TO LINHA-EMPREGABILIDADE (45:5)
    END-IF
    IF REM-G-COM-DATA (REM-GX) > ZERO
        COMPUTE REM-MESES ROUNDED = REM-G-DIAS (REM-GX)
            / REM-G-COM-DATA (REM-GX) / 30.4
        MOVE REM-MESES TO REM-MESES-ED
        MOVE REM-MESES-ED TO LINHA-EMPREGABILIDADE (55:5)
    ELSE
        MOVE "  n/d" TO LINHA-EMPREGABILIDADE (55:5)
    END-IF
    PERFORM ESCREVER-LINHA-REM.

ESCREVER-TOTAL-EMPREGABILIDADE.
    MOVE SPACES TO LINHA-EMPREGABILIDADE
    PERFORM ESCREVER-LINHA-REM
    MOVE SPACES TO LINHA-EMPREGABILIDADE
    MOVE "TOTAL" TO LINHA-EMPREGABILIDADE (1:5)
    MOVE REM-T-DIPLOMADOS TO REM-NUM-ED
    MOVE REM-NUM-ED TO LINHA-EMPREGABILIDADE (17:5)
    MOVE REM-T-RESPOSTAS TO REM-NUM2-ED
    MOVE REM-NUM2-ED TO LINHA-EMPREGABILIDADE (27:5)
    MOVE REM-T-EMPREGADOS TO REM-NUM3-ED
    MOVE REM-NUM3-ED TO LINHA-EMPREGABILIDADE (38:5)
    IF REM-T-RESPOSTAS > ZERO
        COMPUTE REM-TAXA ROUNDED = REM-T-EMPREGADOS * 100
            / REM-T-RESPOSTAS
        MOVE REM-TAXA TO REM-TAXA-ED
        MOVE REM-TAXA-ED TO LINHA-EMPREGABILIDADE (45:5)
    ELSE
        MOVE "  n/d" TO LINHA-EMPREGABILIDADE (45:5)
    END-IF
    IF REM-T-COM-DATA > ZERO
        COMPUTE REM-MESES ROUNDED = REM-T-DIAS / REM-T-COM-DATA / 30.4
        MOVE REM-MESES TO REM-MESES-ED
        MOVE REM-MESES-ED TO LINHA-EMPREGABILIDADE (55:5)
    ELSE
        MOVE "  n/d" TO LINHA-EMPREGABILIDADE (55:5)
    END-IF
    PERFORM ESCREVER-LINHA-REM.

ESCREVER-LINHA-REM.
    WRITE LINHA-EMPREGABILIDADE
    DISPLAY LINHA-EMPREGABILIDADE
    ADD 1 TO REM-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
