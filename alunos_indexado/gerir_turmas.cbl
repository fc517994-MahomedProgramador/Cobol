*>          matricula ativa no curso e respeita a capacidade da
*>          turma; turma cheia poe o aluno na lista de espera da
*>          propria turma (TURMAESPERA.dat), promovida quando um
*>          lugar vaga. O aluno pode ainda indicar ate tres
*>          turmas por ordem de preferencia (PREFTURMA.dat), que
*>          colocar_turmas usa na colocacao em lote.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slturma.cbl".
     COPY "slturmaaluno.cbl".
     COPY "slturmaespera.cbl".
     COPY "slprefturma.cbl".
     COPY "slmatricula.cbl".
     COPY "slsessao.cbl".

  COPY "fdturma.cbl".
  COPY "fdturmaaluno.cbl".
  COPY "fdturmaespera.cbl".
  COPY "fdprefturma.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdsessao.cbl".

  COPY "wsturma.cbl".
  COPY "wsturmaaluno.cbl".
  COPY "wsturmaespera.cbl".
  COPY "wsprefturma.cbl".
  COPY "wsmatricula.cbl".
  COPY "wssessao.cbl".
    77 TRM-OPCAO             PIC 9 VALUE ZERO.
    77 TRM-DATA              PIC 9(8).
    77 TRM-PROMOVIDO         PIC 9(5) VALUE ZERO.
    77 TRM-RESPOSTA          PIC X.
    77 TRM-PREF-IDX          PIC 9.
    77 TRM-PREF-OK           PIC X VALUE 'S'.
    01 TRM-PREFERENCIAS.
       05 TRM-PREF-SECCAO OCCURS 3 TIMES PIC X(2).

PROCEDURE DIVISION.
COPY "rvturma.cbl".
COPY "rvturmaaluno.cbl".
COPY "rvturmaespera.cbl".
COPY "rvprefturma.cbl".
COPY "rvmatricula.cbl".

    PERFORM LER-SESSAO
    PERFORM GARANTIR-TURMAS
    PERFORM GARANTIR-TURMA-ALUNOS
    PERFORM GARANTIR-TURMA-ESPERA
    PERFORM GARANTIR-PREF-TURMA
    PERFORM UNTIL TRM-SAIR = 'Y'
        PERFORM MENU-TURMAS
    END-PERFORM.
    DISPLAY "3 - Colocar aluno numa turma"
    DISPLAY "4 - Retirar aluno da turma (promove a espera)"
    DISPLAY "5 - Listar alunos de uma turma"
    DISPLAY "6 - Registar preferencias de turma do aluno"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT TRM-OPCAO
            PERFORM RETIRAR-ALUNO-TURMA
        WHEN 5
            PERFORM LISTAR-ALUNOS-TURMA
        WHEN 6
            PERFORM REGISTAR-PREFERENCIAS
        WHEN 0
            MOVE 'Y' TO TRM-SAIR
        WHEN OTHER
            END-IF
        END-IF.

GARANTIR-PREF-TURMA.
    OPEN INPUT PREF-TURMA-FILE.
        IF PREFTURMA-STATUS = "35"
            OPEN OUTPUT PREF-TURMA-FILE
            CLOSE PREF-TURMA-FILE
        ELSE
            IF PREFTURMA-STATUS = "00"
                CLOSE PREF-TURMA-FILE
            END-IF
        END-IF.

PEDIR-CURSO-SEMESTRE.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT TRM-CURSO
        DISPLAY "Total de alunos na turma: " TRM-TOTAL-LISTADAS
    END-IF.

REGISTAR-PREFERENCIAS.
*> ate tres turmas por ordem de preferencia; a colocacao so e
*> feita depois, em lote, por colocar_turmas.
    PERFORM PEDIR-CURSO-SEMESTRE
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT TRM-ID-ALUNO
    PERFORM VALIDAR-MATRICULA-CURSO
    IF TRM-MAT-OK = 'N'
        DISPLAY "O aluno nao tem matricula ativa nesse"
            " curso/semestre."
    ELSE
        MOVE SPACES TO TRM-PREFERENCIAS
        MOVE 'S' TO TRM-PREF-OK
        PERFORM PEDIR-PREFERENCIA
            VARYING TRM-PREF-IDX FROM 1 BY 1
            UNTIL TRM-PREF-IDX > 3 OR TRM-PREF-OK = 'N'
        IF TRM-PREF-SECCAO (1) = SPACES
            DISPLAY "Tem de indicar pelo menos uma turma."
            MOVE 'N' TO TRM-PREF-OK
        END-IF
        IF TRM-PREF-OK = 'S'
            PERFORM GRAVAR-PREFERENCIAS
        END-IF
    END-IF.

PEDIR-PREFERENCIA.
    DISPLAY "Turma da " TRM-PREF-IDX "a preferencia"
        " (ENTER = nenhuma): " NO ADVANCING
    ACCEPT TRM-PREF-SECCAO (TRM-PREF-IDX)
    IF TRM-PREF-SECCAO (TRM-PREF-IDX) NOT = SPACES
        MOVE TRM-PREF-SECCAO (TRM-PREF-IDX) TO TRM-SECCAO
        PERFORM LER-TURMA
        IF TRM-TURMA-OK = 'N'
            DISPLAY "Turma " TRM-SECCAO " inexistente ou inativa."
            MOVE 'N' TO TRM-PREF-OK
        END-IF
    END-IF.

GRAVAR-PREFERENCIAS.
    MOVE ZERO TO PREFTURMA-TENTATIVAS
    MOVE "99" TO PREFTURMA-STATUS
    PERFORM UNTIL PREFTURMA-STATUS = "00"
        OR PREFTURMA-TENTATIVAS = 5
        OPEN I-O PREF-TURMA-FILE
        IF PREFTURMA-STATUS NOT = "00"
            ADD 1 TO PREFTURMA-TENTATIVAS
        END-IF
    END-PERFORM
    IF PREFTURMA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PREF-TURMA-FILE. Status: "
            PREFTURMA-STATUS
    ELSE
        MOVE TRM-ID-ALUNO TO PTU-ID-ALUNO
        MOVE TRM-CURSO TO PTU-CURSO-CODE
        MOVE TRM-SEMESTRE TO PTU-SEMESTRE
        PERFORM VARYING TRM-PREF-IDX FROM 1 BY 1
            UNTIL TRM-PREF-IDX > 3
            MOVE TRM-PREF-SECCAO (TRM-PREF-IDX)
                TO PTU-SECCAO-PREF (TRM-PREF-IDX)
        END-PERFORM
        MOVE TRM-DATA TO PTU-DATA
        MOVE "P" TO PTU-RESULTADO
        MOVE SPACES TO PTU-SECCAO-ATRIBUIDA
        WRITE REGISTO-PREF-TURMA
            INVALID KEY
                REWRITE REGISTO-PREF-TURMA
                DISPLAY "Preferencias atualizadas."
            NOT INVALID KEY
                DISPLAY "Preferencias registadas."
        END-WRITE
        CLOSE PREF-TURMA-FILE
    END-IF.

COPY "psessao.cbl".
