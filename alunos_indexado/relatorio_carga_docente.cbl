*>          docente em DOCENTES.dat lista os cursos que lhe estao
*>          atribuidos em CURSOFILE.dat (por CURSO-DOCENTE-ID), os
*>          creditos respetivos e o numero de alunos matriculados
*>          no semestre pedido, com totais por docente. A carga
*>          mostra tambem o que efetivamente aconteceu no semestre
*>          (OCORRENCIASAULA.dat): aulas nao dadas por ausencia,
*>          substituicoes dadas e reposicoes marcadas ou por marcar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slcurso.cbl".
     COPY "slmatricula.cbl".
     COPY "sltese.cbl".
     COPY "slocorraula.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdcurso.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdtese.cbl".
  COPY "fdocorraula.cbl".

WORKING-STORAGE SECTION.
  COPY "wsdocente.cbl".
  COPY "wscurso.cbl".
  COPY "wsmatricula.cbl".
  COPY "wstese.cbl".
  COPY "wsocorraula.cbl".
    77 CARGA-SEMESTRE        PIC X(6).
    77 CARGA-FIM-TESES       PIC X VALUE 'N'.
    77 CARGA-ORIENTACOES     PIC 9(3) VALUE ZERO.
    77 CARGA-ALUNOS-DOC      PIC 9(5) VALUE ZERO.
    77 CARGA-ALUNOS-CURSO    PIC 9(3) VALUE ZERO.
    77 CARGA-TOTAL-DOCENTES  PIC 9(4) VALUE ZERO.
    77 CARGA-FIM-OCORRENCIAS PIC X VALUE 'N'.
    77 CARGA-AULAS-FALTADAS  PIC 9(3) VALUE ZERO.
    77 CARGA-HORAS-FALTADAS  PIC 9(3)V99 VALUE ZERO.
    77 CARGA-SUBSTITUICOES   PIC 9(3) VALUE ZERO.
    77 CARGA-HORAS-SUBST     PIC 9(3)V99 VALUE ZERO.
    77 CARGA-REPOSICOES      PIC 9(3) VALUE ZERO.
    77 CARGA-HORAS-REPOSICAO PIC 9(3)V99 VALUE ZERO.
    77 CARGA-POR-REPOR       PIC 9(3) VALUE ZERO.
    77 CARGA-HORAS-ED        PIC ZZ9.99.

PROCEDURE DIVISION.
COPY "rvdocente.cbl".
COPY "rvcurso.cbl".
COPY "rvmatricula.cbl".
COPY "rvtese.cbl".
COPY "rvocorraula.cbl".

    PERFORM RELATORIO-CARGA.
GOBACK.
        CARGA-CREDITOS-DOC " creditos, "
        CARGA-ALUNOS-DOC " alunos, "
        CARGA-ORIENTACOES " orientacoes de tese"
    PERFORM CONTAR-OCORRENCIAS-DOCENTE
    IF CARGA-AULAS-FALTADAS NOT = ZERO
        OR CARGA-SUBSTITUICOES NOT = ZERO
        MOVE CARGA-HORAS-FALTADAS TO CARGA-HORAS-ED
        DISPLAY "  Aulas nao dadas (ausencia): " CARGA-AULAS-FALTADAS
            " (" CARGA-HORAS-ED " h)"
        MOVE CARGA-HORAS-REPOSICAO TO CARGA-HORAS-ED
        DISPLAY "  Reposicoes marcadas: " CARGA-REPOSICOES
            " (" CARGA-HORAS-ED " h), por marcar: " CARGA-POR-REPOR
        MOVE CARGA-HORAS-SUBST TO CARGA-HORAS-ED
        DISPLAY "  Substituicoes dadas: " CARGA-SUBSTITUICOES
            " (" CARGA-HORAS-ED " h)"
    END-IF
    DISPLAY "----------------------------------------------"
    ADD 1 TO CARGA-TOTAL-DOCENTES.

        CLOSE TESES-FILE
    END-IF.

CONTAR-OCORRENCIAS-DOCENTE.
*> ausencias, substituicoes e reposicoes do semestre
*> (OCORRENCIASAULA.dat, gerir_ausencias_docente).
    MOVE ZERO TO CARGA-AULAS-FALTADAS
    MOVE ZERO TO CARGA-HORAS-FALTADAS
    MOVE ZERO TO CARGA-SUBSTITUICOES
    MOVE ZERO TO CARGA-HORAS-SUBST
    MOVE ZERO TO CARGA-REPOSICOES
    MOVE ZERO TO CARGA-HORAS-REPOSICAO
    MOVE ZERO TO CARGA-POR-REPOR
    MOVE 'N' TO CARGA-FIM-OCORRENCIAS
    OPEN INPUT OCORRENCIAS-AULA-FILE.
    IF OCORRAULA-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL CARGA-FIM-OCORRENCIAS = 'Y'
            READ OCORRENCIAS-AULA-FILE NEXT RECORD
                AT END MOVE 'Y' TO CARGA-FIM-OCORRENCIAS
                NOT AT END
                    IF OCA-SEMESTRE = CARGA-SEMESTRE
                        PERFORM CONTAR-UMA-OCORRENCIA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCORRENCIAS-AULA-FILE
    END-IF.

CONTAR-UMA-OCORRENCIA.
    IF OCA-DOC-TITULAR = CARGA-DOCENTE-ATUAL
        ADD 1 TO CARGA-AULAS-FALTADAS
        ADD OCA-HORAS TO CARGA-HORAS-FALTADAS
        IF OCA-REPOSICAO-MARCADA
            ADD 1 TO CARGA-REPOSICOES
            ADD OCA-HORAS-REP TO CARGA-HORAS-REPOSICAO
        END-IF
        IF OCA-REPOSICAO-PENDENTE
            ADD 1 TO CARGA-POR-REPOR
        END-IF
    END-IF
    IF OCA-SUBSTITUIDA
        AND OCA-DOC-SUBSTITUTO = CARGA-DOCENTE-ATUAL
        ADD 1 TO CARGA-SUBSTITUICOES
        ADD OCA-HORAS TO CARGA-HORAS-SUBST
    END-IF.

CONTAR-ALUNOS-CURSO.
    MOVE ZERO TO CARGA-ALUNOS-CURSO
    MOVE 'N' TO CARGA-FIM-MATRICULAS
