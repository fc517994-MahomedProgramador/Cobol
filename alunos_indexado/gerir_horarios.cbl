*>          hora de inicio e fim (HHMM) e sala. A matricula em
*>          aluno_main_program confronta este ficheiro para
*>          avisar de choques de horario, e daqui sai tambem a
*>          listagem de ocupacao de salas por semestre. Cada
*>          linha nova tem de usar uma sala ativa de SALAS.dat,
*>          livre nesse dia e hora e com lugares para a maior
*>          turma ativa do curso (ou, sem turmas, para a
*>          capacidade do curso). Uma linha pode ser so de uma
*>          turma (HOR-SECCAO, de gerir_turmas) ou, em branco,
*>          comum a todas as turmas do curso.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slhorario.cbl".
     COPY "slcurso.cbl".
     COPY "slsala.cbl".
     COPY "slturma.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdhorario.cbl".
  COPY "fdcurso.cbl".
  COPY "fdsala.cbl".
  COPY "fdturma.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wshorario.cbl".
  COPY "wscurso.cbl".
  COPY "wssala.cbl".
  COPY "wsturma.cbl".
  COPY "wssessao.cbl".
    77 GHO-OPCAO             PIC 9 VALUE ZERO.
    77 GHO-SAIR              PIC X VALUE 'N'.
    77 GHO-CURSO             PIC X(6).
    77 GHO-SEMESTRE          PIC X(6).
    77 GHO-SALA              PIC X(6).
    77 GHO-SECCAO            PIC X(2).
    77 GHO-DIA               PIC 9.
    77 GHO-INICIO            PIC 9(4).
    77 GHO-FIM               PIC 9(4).
    77 GHO-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GHO-TOTAL-LISTADAS    PIC 9(3) VALUE ZERO.
    77 GHO-CURSO-EXISTE      PIC X VALUE 'N'.
    77 GHO-CURSO-CAPACIDADE  PIC 9(3) VALUE ZERO.
    77 GHO-SALA-OK           PIC X VALUE 'N'.
    77 GHO-SALA-CAPACIDADE   PIC 9(3) VALUE ZERO.
    77 GHO-LUGARES-PEDIDOS   PIC 9(3) VALUE ZERO.
    77 GHO-SALA-OCUPADA      PIC X VALUE 'N'.
    77 GHO-CURSO-OCUPANTE    PIC X(6).

PROCEDURE DIVISION.
COPY "rvhorario.cbl".
COPY "rvcurso.cbl".
COPY "rvsala.cbl".
COPY "rvturma.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
                        DISPLAY HOR-SEQ "  dia " HOR-DIA-SEMANA
                            "  " HOR-HORA-INICIO " - " HOR-HORA-FIM
                            "  sala " HOR-SALA
                            "  turma " HOR-SECCAO
                        ADD 1 TO GHO-TOTAL-LISTADAS
                    END-IF
            END-READ
        ACCEPT GHO-FIM
        DISPLAY "Sala: " NO ADVANCING
        ACCEPT GHO-SALA
        DISPLAY "Turma (ENTER = todas as turmas): " NO ADVANCING
        MOVE SPACES TO GHO-SECCAO
        ACCEPT GHO-SECCAO
        IF GHO-DIA < 1 OR GHO-DIA > 7
            OR GHO-FIM NOT > GHO-INICIO
            DISPLAY "Linha de horario invalida (dia 1-7 e fim"
                " posterior ao inicio)."
        ELSE
            PERFORM VALIDAR-SALA-HORARIO
        END-IF
    END-IF.

VALIDAR-SALA-HORARIO.
*> a sala tem de existir e estar ativa, ter lugares para o curso
*> e estar livre nesse dia e hora para qualquer outro curso.
    PERFORM LER-SALA-HORARIO
    IF GHO-SALA-OK = 'N'
        DISPLAY "Sala " GHO-SALA " inexistente ou inativa."
    ELSE
        PERFORM OBTER-LUGARES-PEDIDOS
        IF GHO-LUGARES-PEDIDOS > GHO-SALA-CAPACIDADE
            DISPLAY "Sala " GHO-SALA " com " GHO-SALA-CAPACIDADE
                " lugares, insuficiente para " GHO-LUGARES-PEDIDOS
                " alunos."
        ELSE
            PERFORM VERIFICAR-OCUPACAO-SALA
            IF GHO-SALA-OCUPADA = 'S'
                DISPLAY "Sala " GHO-SALA " ja ocupada nesse dia e"
                    " hora pelo curso " GHO-CURSO-OCUPANTE "."
            ELSE
                PERFORM OBTER-ULTIMO-SEQ-HORARIO
                COMPUTE GHO-SEQ = GHO-ULTIMO-SEQ + 1
                PERFORM GRAVAR-LINHA-HORARIO
            END-IF
        END-IF
    END-IF.

LER-SALA-HORARIO.
    MOVE 'N' TO GHO-SALA-OK
    MOVE ZERO TO GHO-SALA-CAPACIDADE
    OPEN INPUT SALAS-FILE.
    IF SALAS-STATUS = "00"
        MOVE GHO-SALA TO SALA-CODIGO
        READ SALAS-FILE KEY IS SALA-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SALA-ATIVA
                    MOVE 'S' TO GHO-SALA-OK
                    MOVE SALA-CAPACIDADE TO GHO-SALA-CAPACIDADE
                END-IF
        END-READ
        CLOSE SALAS-FILE
    END-IF.

OBTER-LUGARES-PEDIDOS.
*> a turma indicada na linha ou, para linhas comuns, a maior turma
*> ativa do curso no semestre; sem turmas vale a capacidade do
*> proprio curso.
    MOVE ZERO TO GHO-LUGARES-PEDIDOS
    MOVE 'N' TO GHO-FIM-FICHEIRO
    OPEN INPUT TURMAS-FILE.
    IF TURMAS-STATUS = "00"
        MOVE GHO-CURSO TO TUR-CURSO-CODE
        MOVE GHO-SEMESTRE TO TUR-SEMESTRE
        MOVE SPACES TO TUR-SECCAO
        START TURMAS-FILE KEY IS NOT LESS THAN TUR-CHAVE
            INVALID KEY
                MOVE 'Y' TO GHO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GHO-FIM-FICHEIRO = 'Y'
            READ TURMAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GHO-FIM-FICHEIRO
                NOT AT END
                    IF TUR-CURSO-CODE NOT = GHO-CURSO
                        OR TUR-SEMESTRE NOT = GHO-SEMESTRE
                        MOVE 'Y' TO GHO-FIM-FICHEIRO
                    ELSE
                        IF TUR-ATIVA
                            AND (GHO-SECCAO = SPACES
                            OR TUR-SECCAO = GHO-SECCAO)
                            AND TUR-CAPACIDADE > GHO-LUGARES-PEDIDOS
                            MOVE TUR-CAPACIDADE TO GHO-LUGARES-PEDIDOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TURMAS-FILE
    END-IF
    IF GHO-LUGARES-PEDIDOS = ZERO
        MOVE GHO-CURSO-CAPACIDADE TO GHO-LUGARES-PEDIDOS
    END-IF.

VERIFICAR-OCUPACAO-SALA.
    MOVE 'N' TO GHO-SALA-OCUPADA
    MOVE SPACES TO GHO-CURSO-OCUPANTE
    MOVE 'N' TO GHO-FIM-FICHEIRO
    OPEN INPUT HORARIOS-FILE.
    IF HORARIOS-STATUS = "00"
        PERFORM UNTIL GHO-FIM-FICHEIRO = 'Y'
            READ HORARIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GHO-FIM-FICHEIRO
                NOT AT END
                    IF HOR-SEMESTRE = GHO-SEMESTRE
                        AND HOR-SALA = GHO-SALA
                        AND HOR-DIA-SEMANA = GHO-DIA
                        AND (HOR-CURSO-CODE NOT = GHO-CURSO
                        OR (HOR-SECCAO NOT = GHO-SECCAO
                        AND HOR-SECCAO NOT = SPACES
                        AND GHO-SECCAO NOT = SPACES))
                        AND HOR-HORA-INICIO < GHO-FIM
                        AND HOR-HORA-FIM > GHO-INICIO
                        MOVE 'S' TO GHO-SALA-OCUPADA
                        MOVE HOR-CURSO-CODE TO GHO-CURSO-OCUPANTE
                        MOVE 'Y' TO GHO-FIM-FICHEIRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HORARIOS-FILE
    END-IF.

VALIDAR-CURSO-HORARIO.
    MOVE 'N' TO GHO-CURSO-EXISTE
    MOVE ZERO TO GHO-CURSO-CAPACIDADE
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS = "00"
        MOVE GHO-CURSO TO CURSO-CODE
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GHO-CURSO-EXISTE
                MOVE CURSO-CAPACIDADE TO GHO-CURSO-CAPACIDADE
        END-READ
        CLOSE COURSE-FILE
    END-IF.
        MOVE GHO-INICIO TO HOR-HORA-INICIO
        MOVE GHO-FIM TO HOR-HORA-FIM
        MOVE GHO-SALA TO HOR-SALA
        MOVE GHO-SECCAO TO HOR-SECCAO
        WRITE REGISTO-HORARIO
            INVALID KEY
                DISPLAY "Erro: linha duplicada."
                            "  dia " HOR-DIA-SEMANA
                            "  " HOR-HORA-INICIO " - " HOR-HORA-FIM
                            "  curso " HOR-CURSO-CODE
                            "  turma " HOR-SECCAO
                        ADD 1 TO GHO-TOTAL-LISTADAS
                    END-IF
            END-READ
