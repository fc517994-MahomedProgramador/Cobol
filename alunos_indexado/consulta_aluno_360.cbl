*>          com paginacao por seccoes: registo mestre e contactos,
*>          resumo de matriculas e notas por semestre com a media
*>          ponderada atual, e a ultima atividade registada no
*>          ficheiro de auditoria. As medias e os creditos so
*>          contam notas de pautas homologadas (homologar_pauta);
*>          as provisorias sao apenas contadas.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slmatricula.cbl".
     COPY "slcurso.cbl".
     COPY "slauditaluno.cbl".
     COPY "slhomolog.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdmatricula.cbl".
  COPY "fdcurso.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdhomolog.cbl".

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wsmatricula.cbl".
  COPY "wscurso.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wshomolog.cbl".
    77 C360-ID-ALUNO         PIC 9(5).
    77 C360-ID-OK            PIC X VALUE 'N'.
    77 C360-ENCONTROU        PIC X VALUE 'N'.
    77 C360-SDX              PIC 9(2).
    77 C360-SEM-ACHOU        PIC 9(2).
    77 C360-TOTAL-MATRICULAS PIC 9(3) VALUE ZERO.
    77 C360-PROVISORIAS      PIC 9(3) VALUE ZERO.
    77 C360-AUDIT-ACHOU      PIC X VALUE 'N'.
    77 C360-AUDIT-DATA       PIC 9(8).
    77 C360-AUDIT-HORA       PIC 9(8).
COPY "rvmatricula.cbl".
COPY "rvcurso.cbl".
COPY "rvauditaluno.cbl".
COPY "rvhomolog.cbl".

    PERFORM CONSULTA-360.
STOP RUN.
    PERFORM CONTAR-MATRICULAS-360
    DISPLAY "Matriculas registadas: " C360-TOTAL-MATRICULAS
    PERFORM ACUMULAR-NOTAS-360
    IF C360-PROVISORIAS > ZERO
        DISPLAY "Notas provisorias (pauta nao homologada): "
            C360-PROVISORIAS
    END-IF
    IF C360-TOTAL-SEMESTRES = ZERO
        DISPLAY "Sem notas homologadas."
    ELSE
        PERFORM VARYING C360-SDX FROM 1 BY 1
            UNTIL C360-SDX > C360-TOTAL-SEMESTRES
    MOVE ZERO TO C360-CRED-TENTADOS
    MOVE ZERO TO C360-CRED-OBTIDOS
    MOVE ZERO TO C360-SOMA-PONDERADA
    MOVE ZERO TO C360-PROVISORIAS
    MOVE 'N' TO C360-FIM-FICHEIRO
    OPEN INPUT NOTAS-FILE.
    IF NOTASFILE-STATUS NOT = "00"
                    IF NOTA-ID-ALUNO NOT = C360-ID-ALUNO
                        MOVE 'Y' TO C360-FIM-FICHEIRO
                    ELSE
                        MOVE NOTA-CURSO-CODE TO HML-CURSO-CODE
                        MOVE NOTA-SEMESTRE TO HML-SEMESTRE
                        PERFORM VERIFICAR-HOMOLOGACAO
                        IF PAUTA-HOMOLOGADA
                            PERFORM ACUMULAR-NOTA-360
                        ELSE
                            ADD 1 TO C360-PROVISORIAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
            DISPLAY "Sem atividade de auditoria para este aluno."
        END-IF
    END-IF.

COPY "phomolog.cbl".
