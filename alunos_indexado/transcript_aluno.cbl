*> Date:
*> Purpose: imprime o registo academico (transcript) de um aluno,
*>          listando todas as entradas de NOTASFILE.dat associadas
*>          ao seu ID. As notas de pautas ainda nao homologadas
*>          (homologar_pauta) aparecem marcadas como provisorias e
*>          ficam fora das medias e dos creditos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slauditaluno.cbl".
     COPY "slnotasarq.cbl".
     COPY "slequivaluno.cbl".
     COPY "slhomolog.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdauditaluno.cbl".
  COPY "fdnotasarq.cbl".
  COPY "fdequivaluno.cbl".
  COPY "fdhomolog.cbl".

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wsnotasarq.cbl".
  COPY "wsequivaluno.cbl".
  COPY "wshomolog.cbl".
    77 TRANS-ID-ALUNO        PIC 9(5).
    77 TRANS-ID-OK           PIC X VALUE 'N'.
    77 TRANS-FIM-FICHEIRO    PIC X VALUE 'N'.
    77 TRANS-FIM-ARQUIVO     PIC X VALUE 'N'.
    77 TRANS-FIM-EQUIV       PIC X VALUE 'N'.
    77 TRANS-CRED-TRANSF     PIC 9(4) VALUE ZERO.
    77 TRANS-PROVISORIAS     PIC 9(3) VALUE ZERO.
    77 TRANS-NOTA-ARQUIVADA  PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvalunomaster.cbl".
COPY "rvauditaluno.cbl".
COPY "rvnotasarq.cbl".
COPY "rvequivaluno.cbl".
COPY "rvhomolog.cbl".

    PERFORM LER-SESSAO
    PERFORM CARREGAR-ESCALA.
        IF TRANS-CURSOS-ABERTO = 'S'
            CLOSE COURSE-FILE
        END-IF
        IF TRANS-PROVISORIAS > ZERO
            DISPLAY "Notas provisorias (fora das medias): "
                TRANS-PROVISORIAS
        END-IF
        IF TRANS-TOTAL-CURSOS = ZERO
            DISPLAY "Nenhum curso com notas homologadas."
        ELSE
            COMPUTE TRANS-MEDIA-GERAL =
                TRANS-SOMA-MEDIAS / TRANS-TOTAL-CURSOS
            " (nota de recurso: "
            NOTA-RECURSO ")"
    END-IF
*> as notas arquivadas sao de semestres ja encerrados e contam
*> sempre como definitivas.
    IF TRANS-NOTA-ARQUIVADA = 'S'
        MOVE 'S' TO HOMOLOG-PAUTA
    ELSE
        MOVE NOTA-CURSO-CODE TO HML-CURSO-CODE
        MOVE NOTA-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
    END-IF
    IF NOT PAUTA-HOMOLOGADA
        DISPLAY "  PROVISORIA - pauta nao homologada"
        ADD 1 TO TRANS-PROVISORIAS
    ELSE
        ADD 1 TO TRANS-TOTAL-CURSOS
        ADD MEDIANOTA TO TRANS-SOMA-MEDIAS
        ADD TRANS-CREDITOS-CURSO TO TRANS-CRED-TENTADOS
        COMPUTE TRANS-SOMA-PONDERADA =
            TRANS-SOMA-PONDERADA
            + MEDIANOTA * TRANS-CREDITOS-CURSO
        IF MEDIANOTA NOT < TRANS-NOTA-MINIMA
            ADD TRANS-CREDITOS-CURSO
                TO TRANS-CRED-OBTIDOS
        END-IF
    END-IF.

LER-EQUIVALENCIAS-ALUNO.

LER-NOTAS-ARQUIVADAS.
    MOVE 'N' TO TRANS-FIM-ARQUIVO
    MOVE 'S' TO TRANS-NOTA-ARQUIVADA
    OPEN INPUT NOTAS-ARQ-FILE.
    IF NOTASARQ-STATUS NOT = "00"
        CONTINUE
            END-READ
        END-PERFORM
        CLOSE NOTAS-ARQ-FILE
    END-IF
    MOVE 'N' TO TRANS-NOTA-ARQUIVADA.

OBTER-CREDITOS-CURSO.
    MOVE 1 TO TRANS-CREDITOS-CURSO

COPY "pescala.cbl".

COPY "phomolog.cbl".

COPY "psessao.cbl".
