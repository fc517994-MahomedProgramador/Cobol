*>****************************************************************
*> Author:
*> Date:
*> Purpose: calendario de exames (EXAMES.dat): uma sessao de
*>          exame por curso, semestre e epoca (N - normal,
*>          R - recurso, E - especial) com data, hora e sala.
*>          Confronta o calendario com MATRICULAS.dat para
*>          assinalar alunos com dois exames a mesma hora,
*>          distribui os docentes ativos de DOCENTES.dat pelas
*>          vigilancias (dois por exame, sem sobreposicoes e
*>          nunca o docente do proprio curso) e imprime o
*>          calendario de exames de um aluno e o mapa de
*>          vigilancias por docente.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_exames.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slexame.cbl".
     COPY "slcurso.cbl".
     COPY "slsala.cbl".
     COPY "slmatricula.cbl".
     COPY "sldocente.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT EXAMES-REL-FILE
         ASSIGN TO GEX-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdexame.cbl".
  COPY "fdcurso.cbl".
  COPY "fdsala.cbl".
  COPY "fdmatricula.cbl".
  COPY "fddocente.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD EXAMES-REL-FILE.
  01 LINHA-EXAMES            PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsexame.cbl".
  COPY "wscurso.cbl".
  COPY "wssala.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsdocente.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 GEX-OPCAO             PIC 9 VALUE ZERO.
    77 GEX-SAIR              PIC X VALUE 'N'.
    77 GEX-CURSO             PIC X(6).
    77 GEX-SEMESTRE          PIC X(6).
    77 GEX-EPOCA             PIC X.
    77 GEX-INICIO            PIC 9(4).
    77 GEX-FIM               PIC 9(4).
    77 GEX-SALA              PIC X(6).
    77 GEX-ID-ALUNO          PIC 9(5).
    77 GEX-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GEX-TOTAL-LISTADAS    PIC 9(3) VALUE ZERO.
    77 GEX-CURSO-EXISTE      PIC X VALUE 'N'.
    77 GEX-SALA-OK           PIC X VALUE 'N'.
    77 GEX-SALA-OCUPADA      PIC X VALUE 'N'.
    77 GEX-CURSO-OCUPANTE    PIC X(6).
    77 GEX-NOME-FICHEIRO     PIC X(40).
    77 GEX-LINHAS            PIC 9(5) VALUE ZERO.
    77 GEX-TOTAL-CHOQUES     PIC 9(5) VALUE ZERO.
    77 GEX-SEM-VIGILANTE     PIC 9(3) VALUE ZERO.
    77 GEX-IX                PIC 9(3) VALUE ZERO.
    77 GEX-JX                PIC 9(3) VALUE ZERO.
    77 GEX-KX                PIC 9(3) VALUE ZERO.
    77 GEX-AX                PIC 9(3) VALUE ZERO.
    77 GEX-LIMITE            PIC 9(3) VALUE ZERO.
    77 GEX-QTD-EXAMES        PIC 9(3) VALUE ZERO.
    77 GEX-QTD-DOCENTES      PIC 9(3) VALUE ZERO.
    77 GEX-QTD-ALUNOS        PIC 9(3) VALUE ZERO.
    77 GEX-QTD-CURSOS        PIC 9(2) VALUE ZERO.
    77 GEX-ESCOLHIDO         PIC 9(3) VALUE ZERO.
    77 GEX-MENOR-CARGA       PIC 9(3) VALUE ZERO.
    77 GEX-VIGILANTE         PIC 9(4) VALUE ZERO.
    77 GEX-OCUPADO           PIC X VALUE 'N'.
    77 GEX-INSCRITO          PIC X VALUE 'N'.
    77 GEX-TEM-VIGILANCIAS   PIC X VALUE 'N'.
    77 GEX-DATA-ANTERIOR     PIC 9(8) VALUE ZERO.
    77 GEX-FIM-ANTERIOR      PIC 9(4) VALUE ZERO.
    77 GEX-ASSINALAR         PIC X(16).
    01 GEX-DATA-EXAME.
      05 GEX-DATA-AAAA       PIC 9(4).
      05 GEX-DATA-MM         PIC 9(2).
      05 GEX-DATA-DD         PIC 9(2).
    01 GEX-DATA REDEFINES GEX-DATA-EXAME PIC 9(8).
    01 GEX-TABELA-EXAMES.
      05 GEX-EXA OCCURS 200 TIMES.
         10 GEX-EXA-CURSO    PIC X(6).
         10 GEX-EXA-EPOCA    PIC X.
         10 GEX-EXA-DATA     PIC 9(8).
         10 GEX-EXA-INICIO   PIC 9(4).
         10 GEX-EXA-FIM      PIC 9(4).
         10 GEX-EXA-SALA     PIC X(6).
         10 GEX-EXA-VIG-1    PIC 9(4).
         10 GEX-EXA-VIG-2    PIC 9(4).
         10 GEX-EXA-DOCENTE  PIC 9(4).
    01 GEX-EXA-TROCA.
      05 FILLER              PIC X(41).
    01 GEX-TABELA-DOCENTES.
      05 GEX-DOC OCCURS 200 TIMES.
         10 GEX-DOC-ID       PIC 9(4).
         10 GEX-DOC-NOME     PIC X(30).
         10 GEX-DOC-CARGA    PIC 9(3).
    01 GEX-TABELA-ALUNOS.
      05 GEX-ALU-ID          PIC 9(5) OCCURS 500 TIMES.
    01 GEX-TABELA-CURSOS.
      05 GEX-CUR-CODE        PIC X(6) OCCURS 20 TIMES.

PROCEDURE DIVISION.
COPY "rvexame.cbl".
COPY "rvcurso.cbl".
COPY "rvsala.cbl".
COPY "rvmatricula.cbl".
COPY "rvdocente.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir o calendario de exames."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-EXAMES
    PERFORM UNTIL GEX-SAIR = 'Y'
        PERFORM MENU-EXAMES
    END-PERFORM.
GOBACK.

MENU-EXAMES.
    DISPLAY "==================================="
    DISPLAY "       CALENDARIO DE EXAMES"
    DISPLAY "==================================="
    DISPLAY "1 - Listar calendario de exames"
    DISPLAY "2 - Marcar/alterar exame"
    DISPLAY "3 - Anular exame"
    DISPLAY "4 - Verificar choques de exames dos alunos"
    DISPLAY "5 - Atribuir vigilantes"
    DISPLAY "6 - Calendario de exames de um aluno"
    DISPLAY "7 - Mapa de vigilancias por docente"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GEX-OPCAO
    EVALUATE GEX-OPCAO
        WHEN 1
            PERFORM LISTAR-CALENDARIO
        WHEN 2
            PERFORM MARCAR-EXAME
        WHEN 3
            PERFORM ANULAR-EXAME
        WHEN 4
            PERFORM VERIFICAR-CHOQUES-EXAMES
        WHEN 5
            PERFORM ATRIBUIR-VIGILANTES
        WHEN 6
            PERFORM CALENDARIO-ALUNO
        WHEN 7
            PERFORM MAPA-VIGILANCIAS
        WHEN 0
            MOVE 'Y' TO GEX-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-EXAMES.
    OPEN INPUT EXAMES-FILE.
        IF EXAMES-STATUS = "35"
            OPEN OUTPUT EXAMES-FILE
            CLOSE EXAMES-FILE
        ELSE
            IF EXAMES-STATUS = "00"
                CLOSE EXAMES-FILE
            END-IF
        END-IF.

PEDIR-SEMESTRE-EPOCA.
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT GEX-SEMESTRE
    DISPLAY "Epoca (N - normal, R - recurso, E - especial,"
        " ENTER = todas): " NO ADVANCING
    MOVE SPACE TO GEX-EPOCA
    ACCEPT GEX-EPOCA.

LISTAR-CALENDARIO.
    PERFORM PEDIR-SEMESTRE-EPOCA
    PERFORM CARREGAR-EXAMES
    IF GEX-QTD-EXAMES = ZERO
        DISPLAY "Sem exames marcados para o semestre "
            GEX-SEMESTRE "."
    ELSE
        MOVE ZERO TO GEX-IX
        PERFORM LISTAR-EXAME-TABELA
            UNTIL GEX-IX = GEX-QTD-EXAMES
        DISPLAY "Total de exames: " GEX-QTD-EXAMES
    END-IF.

LISTAR-EXAME-TABELA.
    ADD 1 TO GEX-IX
    DISPLAY GEX-EXA-DATA (GEX-IX) "  " GEX-EXA-INICIO (GEX-IX)
        " - " GEX-EXA-FIM (GEX-IX)
        "  curso " GEX-EXA-CURSO (GEX-IX)
        "  epoca " GEX-EXA-EPOCA (GEX-IX)
        "  sala " GEX-EXA-SALA (GEX-IX)
        "  vigilantes " GEX-EXA-VIG-1 (GEX-IX)
        " " GEX-EXA-VIG-2 (GEX-IX).

CARREGAR-EXAMES.
*> exames ativos do semestre (e da epoca, se indicada) ordenados
*> por data e hora de inicio.
    MOVE ZERO TO GEX-QTD-EXAMES
    MOVE 'N' TO GEX-FIM-FICHEIRO
    OPEN INPUT EXAMES-FILE.
    IF EXAMES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EXAMES-FILE. Status: " EXAMES-STATUS
    ELSE
        PERFORM UNTIL GEX-FIM-FICHEIRO = 'Y'
            READ EXAMES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GEX-FIM-FICHEIRO
                NOT AT END
                    IF EXM-SEMESTRE = GEX-SEMESTRE
                        AND EXM-ATIVO
                        AND (GEX-EPOCA = SPACE
                        OR EXM-EPOCA = GEX-EPOCA)
                        AND GEX-QTD-EXAMES < 200
                        ADD 1 TO GEX-QTD-EXAMES
                        MOVE EXM-CURSO-CODE
                            TO GEX-EXA-CURSO (GEX-QTD-EXAMES)
                        MOVE EXM-EPOCA
                            TO GEX-EXA-EPOCA (GEX-QTD-EXAMES)
                        MOVE EXM-DATA
                            TO GEX-EXA-DATA (GEX-QTD-EXAMES)
                        MOVE EXM-HORA-INICIO
                            TO GEX-EXA-INICIO (GEX-QTD-EXAMES)
                        MOVE EXM-HORA-FIM
                            TO GEX-EXA-FIM (GEX-QTD-EXAMES)
                        MOVE EXM-SALA
                            TO GEX-EXA-SALA (GEX-QTD-EXAMES)
                        MOVE EXM-VIGILANTE-1
                            TO GEX-EXA-VIG-1 (GEX-QTD-EXAMES)
                        MOVE EXM-VIGILANTE-2
                            TO GEX-EXA-VIG-2 (GEX-QTD-EXAMES)
                        MOVE ZERO
                            TO GEX-EXA-DOCENTE (GEX-QTD-EXAMES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXAMES-FILE
    END-IF
    IF GEX-QTD-EXAMES > 1
        PERFORM ORDENAR-PASSAGEM
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX NOT < GEX-QTD-EXAMES
    END-IF.

ORDENAR-PASSAGEM.
    COMPUTE GEX-LIMITE = GEX-QTD-EXAMES - GEX-IX
    PERFORM ORDENAR-COMPARAR
        VARYING GEX-JX FROM 1 BY 1 UNTIL GEX-JX > GEX-LIMITE.

ORDENAR-COMPARAR.
    COMPUTE GEX-KX = GEX-JX + 1
    IF GEX-EXA-DATA (GEX-JX) > GEX-EXA-DATA (GEX-KX)
        OR (GEX-EXA-DATA (GEX-JX) = GEX-EXA-DATA (GEX-KX)
        AND GEX-EXA-INICIO (GEX-JX) > GEX-EXA-INICIO (GEX-KX))
        MOVE GEX-EXA (GEX-JX) TO GEX-EXA-TROCA
        MOVE GEX-EXA (GEX-KX) TO GEX-EXA (GEX-JX)
        MOVE GEX-EXA-TROCA TO GEX-EXA (GEX-KX)
    END-IF.

MARCAR-EXAME.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GEX-CURSO
    PERFORM VALIDAR-CURSO-EXAME
    IF GEX-CURSO-EXISTE = 'N'
        DISPLAY "Curso " GEX-CURSO " inexistente."
    ELSE
        DISPLAY "Codigo do semestre: " NO ADVANCING
        ACCEPT GEX-SEMESTRE
        DISPLAY "Epoca (N - normal, R - recurso, E - especial): "
            NO ADVANCING
        ACCEPT GEX-EPOCA
        DISPLAY "Data do exame (AAAAMMDD): " NO ADVANCING
        ACCEPT GEX-DATA
        DISPLAY "Hora de inicio (HHMM): " NO ADVANCING
        ACCEPT GEX-INICIO
        DISPLAY "Hora de fim (HHMM): " NO ADVANCING
        ACCEPT GEX-FIM
        DISPLAY "Sala: " NO ADVANCING
        ACCEPT GEX-SALA
        IF (GEX-EPOCA NOT = "N" AND GEX-EPOCA NOT = "R"
            AND GEX-EPOCA NOT = "E")
            OR GEX-DATA-MM < 1 OR GEX-DATA-MM > 12
            OR GEX-DATA-DD < 1 OR GEX-DATA-DD > 31
            OR GEX-FIM NOT > GEX-INICIO
            DISPLAY "Exame invalido (epoca N/R/E, data AAAAMMDD e"
                " fim posterior ao inicio)."
        ELSE
            PERFORM LER-SALA-EXAME
            IF GEX-SALA-OK = 'N'
                DISPLAY "Sala " GEX-SALA " inexistente ou inativa."
            ELSE
                PERFORM VERIFICAR-SALA-EXAME
                IF GEX-SALA-OCUPADA = 'S'
                    DISPLAY "Sala " GEX-SALA " ja ocupada a essa hora"
                        " pelo exame de " GEX-CURSO-OCUPANTE "."
                ELSE
                    PERFORM GRAVAR-EXAME
                END-IF
            END-IF
        END-IF
    END-IF.

VALIDAR-CURSO-EXAME.
    MOVE 'N' TO GEX-CURSO-EXISTE
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS = "00"
        MOVE GEX-CURSO TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GEX-CURSO-EXISTE
        END-READ
        CLOSE COURSE-FILE
    END-IF.

LER-SALA-EXAME.
    MOVE 'N' TO GEX-SALA-OK
    OPEN INPUT SALAS-FILE.
    IF SALAS-STATUS = "00"
        MOVE GEX-SALA TO SALA-CODIGO
        READ SALAS-FILE KEY IS SALA-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SALA-ATIVA
                    MOVE 'S' TO GEX-SALA-OK
                END-IF
        END-READ
        CLOSE SALAS-FILE
    END-IF.

VERIFICAR-SALA-EXAME.
    MOVE 'N' TO GEX-SALA-OCUPADA
    MOVE 'N' TO GEX-FIM-FICHEIRO
    OPEN INPUT EXAMES-FILE.
    IF EXAMES-STATUS = "00"
        PERFORM UNTIL GEX-FIM-FICHEIRO = 'Y'
            READ EXAMES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GEX-FIM-FICHEIRO
                NOT AT END
                    IF EXM-ATIVO
                        AND EXM-SALA = GEX-SALA
                        AND EXM-DATA = GEX-DATA
                        AND EXM-HORA-INICIO < GEX-FIM
                        AND EXM-HORA-FIM > GEX-INICIO
                        AND (EXM-CURSO-CODE NOT = GEX-CURSO
                        OR EXM-SEMESTRE NOT = GEX-SEMESTRE
                        OR EXM-EPOCA NOT = GEX-EPOCA)
                        MOVE 'S' TO GEX-SALA-OCUPADA
                        MOVE EXM-CURSO-CODE TO GEX-CURSO-OCUPANTE
                        MOVE 'Y' TO GEX-FIM-FICHEIRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXAMES-FILE
    END-IF.

GRAVAR-EXAME.
    MOVE ZERO TO EXAMES-TENTATIVAS
    MOVE "99" TO EXAMES-STATUS
    PERFORM UNTIL EXAMES-STATUS = "00" OR EXAMES-TENTATIVAS = 5
        OPEN I-O EXAMES-FILE
        IF EXAMES-STATUS NOT = "00"
            ADD 1 TO EXAMES-TENTATIVAS
        END-IF
    END-PERFORM
    IF EXAMES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EXAMES-FILE. Status: " EXAMES-STATUS
    ELSE
        MOVE GEX-CURSO TO EXM-CURSO-CODE
        MOVE GEX-SEMESTRE TO EXM-SEMESTRE
        MOVE GEX-EPOCA TO EXM-EPOCA
        READ EXAMES-FILE KEY IS EXM-CHAVE
            INVALID KEY
                MOVE GEX-DATA TO EXM-DATA
                MOVE GEX-INICIO TO EXM-HORA-INICIO
                MOVE GEX-FIM TO EXM-HORA-FIM
                MOVE GEX-SALA TO EXM-SALA
                MOVE ZERO TO EXM-VIGILANTE-1
                MOVE ZERO TO EXM-VIGILANTE-2
                MOVE "A" TO EXM-ESTADO
                WRITE REGISTO-EXAME
                    INVALID KEY
                        DISPLAY "Erro ao gravar o exame."
                    NOT INVALID KEY
                        DISPLAY "Exame marcado."
                END-WRITE
            NOT INVALID KEY
*> mudar data ou hora liberta os vigilantes ja escolhidos.
                IF EXM-DATA NOT = GEX-DATA
                    OR EXM-HORA-INICIO NOT = GEX-INICIO
                    OR EXM-HORA-FIM NOT = GEX-FIM
                    MOVE ZERO TO EXM-VIGILANTE-1
                    MOVE ZERO TO EXM-VIGILANTE-2
                END-IF
                MOVE GEX-DATA TO EXM-DATA
                MOVE GEX-INICIO TO EXM-HORA-INICIO
                MOVE GEX-FIM TO EXM-HORA-FIM
                MOVE GEX-SALA TO EXM-SALA
                MOVE "A" TO EXM-ESTADO
                REWRITE REGISTO-EXAME
                DISPLAY "Exame alterado."
        END-READ
        CLOSE EXAMES-FILE
    END-IF.

ANULAR-EXAME.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GEX-CURSO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT GEX-SEMESTRE
    DISPLAY "Epoca (N/R/E): " NO ADVANCING
    ACCEPT GEX-EPOCA
    MOVE ZERO TO EXAMES-TENTATIVAS
    MOVE "99" TO EXAMES-STATUS
    PERFORM UNTIL EXAMES-STATUS = "00" OR EXAMES-TENTATIVAS = 5
        OPEN I-O EXAMES-FILE
        IF EXAMES-STATUS NOT = "00"
            ADD 1 TO EXAMES-TENTATIVAS
        END-IF
    END-PERFORM
    IF EXAMES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EXAMES-FILE. Status: " EXAMES-STATUS
    ELSE
        MOVE GEX-CURSO TO EXM-CURSO-CODE
        MOVE GEX-SEMESTRE TO EXM-SEMESTRE
        MOVE GEX-EPOCA TO EXM-EPOCA
        READ EXAMES-FILE KEY IS EXM-CHAVE
            INVALID KEY
                DISPLAY "Exame nao encontrado."
            NOT INVALID KEY
                MOVE "I" TO EXM-ESTADO
                REWRITE REGISTO-EXAME
                DISPLAY "Exame anulado."
        END-READ
        CLOSE EXAMES-FILE
    END-IF.

VERIFICAR-CHOQUES-EXAMES.
*> dois exames no mesmo dia com horas sobrepostas: procura alunos
*> com matricula ativa nos dois cursos.
    PERFORM PEDIR-SEMESTRE-EPOCA
    PERFORM CARREGAR-EXAMES
    MOVE ZERO TO GEX-TOTAL-CHOQUES
    IF GEX-QTD-EXAMES = ZERO
        DISPLAY "Sem exames marcados para o semestre "
            GEX-SEMESTRE "."
    ELSE
        PERFORM COMPARAR-EXAME
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX > GEX-QTD-EXAMES
        DISPLAY "Alunos com exames sobrepostos: " GEX-TOTAL-CHOQUES
    END-IF.

COMPARAR-EXAME.
    COMPUTE GEX-KX = GEX-IX + 1
    PERFORM COMPARAR-PAR-EXAMES
        VARYING GEX-JX FROM GEX-KX BY 1
        UNTIL GEX-JX > GEX-QTD-EXAMES.

COMPARAR-PAR-EXAMES.
    IF GEX-EXA-DATA (GEX-IX) = GEX-EXA-DATA (GEX-JX)
        AND GEX-EXA-INICIO (GEX-IX) < GEX-EXA-FIM (GEX-JX)
        AND GEX-EXA-FIM (GEX-IX) > GEX-EXA-INICIO (GEX-JX)
        AND GEX-EXA-CURSO (GEX-IX) NOT = GEX-EXA-CURSO (GEX-JX)
        PERFORM CARREGAR-ALUNOS-EXAME
        MOVE ZERO TO GEX-AX
        PERFORM CONFRONTAR-ALUNO-EXAME
            UNTIL GEX-AX = GEX-QTD-ALUNOS
    END-IF.

CARREGAR-ALUNOS-EXAME.
    MOVE ZERO TO GEX-QTD-ALUNOS
    MOVE 'N' TO GEX-FIM-FICHEIRO
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE GEX-EXA-CURSO (GEX-IX) TO MAT-CURSO-CODE
        MOVE GEX-SEMESTRE TO MAT-SEMESTRE
        START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CURSO-SEM
            INVALID KEY
                MOVE 'Y' TO GEX-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GEX-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GEX-FIM-FICHEIRO
                NOT AT END
                    IF MAT-CURSO-CODE NOT = GEX-EXA-CURSO (GEX-IX)
                        OR MAT-SEMESTRE NOT = GEX-SEMESTRE
                        MOVE 'Y' TO GEX-FIM-FICHEIRO
                    ELSE
                        IF MAT-ATIVA AND GEX-QTD-ALUNOS < 500
                            ADD 1 TO GEX-QTD-ALUNOS
                            MOVE MAT-ID-ALUNO
                                TO GEX-ALU-ID (GEX-QTD-ALUNOS)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MATRICULAS-FILE
    END-IF.

CONFRONTAR-ALUNO-EXAME.
    ADD 1 TO GEX-AX
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE GEX-ALU-ID (GEX-AX) TO MAT-ID-ALUNO
        MOVE GEX-EXA-CURSO (GEX-JX) TO MAT-CURSO-CODE
        MOVE GEX-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MAT-ATIVA
                    ADD 1 TO GEX-TOTAL-CHOQUES
                    DISPLAY "CHOQUE: aluno " MAT-ID-ALUNO
                        "  " GEX-EXA-DATA (GEX-IX)
                        "  " GEX-EXA-CURSO (GEX-IX)
                        " " GEX-EXA-INICIO (GEX-IX)
                        "-" GEX-EXA-FIM (GEX-IX)
                        "  x  " GEX-EXA-CURSO (GEX-JX)
                        " " GEX-EXA-INICIO (GEX-JX)
                        "-" GEX-EXA-FIM (GEX-JX)
                END-IF
        END-READ
        CLOSE MATRICULAS-FILE
    END-IF.

ATRIBUIR-VIGILANTES.
*> so preenche as vigilancias em falta; quem ja tem vigilancias
*> nesta epoca conta para a carga, para a distribuicao ficar
*> equilibrada.
    PERFORM PEDIR-SEMESTRE-EPOCA
    PERFORM CARREGAR-EXAMES
    PERFORM CARREGAR-DOCENTES
    MOVE ZERO TO GEX-SEM-VIGILANTE
    IF GEX-QTD-EXAMES = ZERO OR GEX-QTD-DOCENTES = ZERO
        DISPLAY "Sem exames marcados ou sem docentes ativos."
    ELSE
        PERFORM OBTER-DOCENTE-CURSO
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX > GEX-QTD-EXAMES
        PERFORM CONTAR-CARGA-EXISTENTE
            VARYING GEX-KX FROM 1 BY 1
            UNTIL GEX-KX > GEX-QTD-DOCENTES
        PERFORM PREENCHER-VIGILANTES
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX > GEX-QTD-EXAMES
        PERFORM GRAVAR-VIGILANTES
        DISPLAY "Exames sem vigilancia completa: " GEX-SEM-VIGILANTE
    END-IF.

CARREGAR-DOCENTES.
    MOVE ZERO TO GEX-QTD-DOCENTES
    MOVE 'N' TO GEX-FIM-FICHEIRO
    OPEN INPUT DOCENTES-FILE.
    IF DOCENTES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DOCENTES-FILE. Status: "
            DOCENTES-STATUS
    ELSE
        PERFORM UNTIL GEX-FIM-FICHEIRO = 'Y'
            READ DOCENTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GEX-FIM-FICHEIRO
                NOT AT END
                    IF DOC-ATIVO AND GEX-QTD-DOCENTES < 200
                        ADD 1 TO GEX-QTD-DOCENTES
                        MOVE DOC-ID TO GEX-DOC-ID (GEX-QTD-DOCENTES)
                        MOVE DOC-NOME
                            TO GEX-DOC-NOME (GEX-QTD-DOCENTES)
                        MOVE ZERO TO GEX-DOC-CARGA (GEX-QTD-DOCENTES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DOCENTES-FILE
    END-IF.

OBTER-DOCENTE-CURSO.
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS = "00"
        MOVE GEX-EXA-CURSO (GEX-IX) TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CURSO-DOCENTE-ID TO GEX-EXA-DOCENTE (GEX-IX)
        END-READ
        CLOSE COURSE-FILE
    END-IF.

CONTAR-CARGA-EXISTENTE.
    PERFORM CONTAR-CARGA-EXAME
        VARYING GEX-AX FROM 1 BY 1
        UNTIL GEX-AX > GEX-QTD-EXAMES.

CONTAR-CARGA-EXAME.
    IF GEX-EXA-VIG-1 (GEX-AX) = GEX-DOC-ID (GEX-KX)
        OR GEX-EXA-VIG-2 (GEX-AX) = GEX-DOC-ID (GEX-KX)
        ADD 1 TO GEX-DOC-CARGA (GEX-KX)
    END-IF.

PREENCHER-VIGILANTES.
    IF GEX-EXA-VIG-1 (GEX-IX) = ZERO
        PERFORM ESCOLHER-VIGILANTE
        MOVE GEX-VIGILANTE TO GEX-EXA-VIG-1 (GEX-IX)
    END-IF
    IF GEX-EXA-VIG-2 (GEX-IX) = ZERO
        PERFORM ESCOLHER-VIGILANTE
        MOVE GEX-VIGILANTE TO GEX-EXA-VIG-2 (GEX-IX)
    END-IF
    IF GEX-EXA-VIG-1 (GEX-IX) = ZERO
        OR GEX-EXA-VIG-2 (GEX-IX) = ZERO
        ADD 1 TO GEX-SEM-VIGILANTE
    END-IF.

ESCOLHER-VIGILANTE.
*> o docente com menos vigilancias que nao seja o docente do curso
*> nem esteja ja a vigiar outro exame a mesma hora.
    MOVE ZERO TO GEX-VIGILANTE
    MOVE ZERO TO GEX-ESCOLHIDO
    MOVE 999 TO GEX-MENOR-CARGA
    PERFORM AVALIAR-DOCENTE
        VARYING GEX-KX FROM 1 BY 1
        UNTIL GEX-KX > GEX-QTD-DOCENTES
    IF GEX-ESCOLHIDO NOT = ZERO
        MOVE GEX-DOC-ID (GEX-ESCOLHIDO) TO GEX-VIGILANTE
        ADD 1 TO GEX-DOC-CARGA (GEX-ESCOLHIDO)
    END-IF.

AVALIAR-DOCENTE.
    IF GEX-DOC-ID (GEX-KX) NOT = GEX-EXA-DOCENTE (GEX-IX)
        AND GEX-DOC-ID (GEX-KX) NOT = GEX-EXA-VIG-1 (GEX-IX)
        AND GEX-DOC-ID (GEX-KX) NOT = GEX-EXA-VIG-2 (GEX-IX)
        AND GEX-DOC-CARGA (GEX-KX) < GEX-MENOR-CARGA
        MOVE 'N' TO GEX-OCUPADO
        PERFORM VERIFICAR-DOCENTE-OCUPADO
            VARYING GEX-AX FROM 1 BY 1
            UNTIL GEX-AX > GEX-QTD-EXAMES OR GEX-OCUPADO = 'S'
        IF GEX-OCUPADO = 'N'
            MOVE GEX-KX TO GEX-ESCOLHIDO
            MOVE GEX-DOC-CARGA (GEX-KX) TO GEX-MENOR-CARGA
        END-IF
    END-IF.

VERIFICAR-DOCENTE-OCUPADO.
    IF GEX-AX NOT = GEX-IX
        AND GEX-EXA-DATA (GEX-AX) = GEX-EXA-DATA (GEX-IX)
        AND GEX-EXA-INICIO (GEX-AX) < GEX-EXA-FIM (GEX-IX)
        AND GEX-EXA-FIM (GEX-AX) > GEX-EXA-INICIO (GEX-IX)
        AND (GEX-EXA-VIG-1 (GEX-AX) = GEX-DOC-ID (GEX-KX)
        OR GEX-EXA-VIG-2 (GEX-AX) = GEX-DOC-ID (GEX-KX))
        MOVE 'S' TO GEX-OCUPADO
    END-IF.

GRAVAR-VIGILANTES.
    MOVE ZERO TO EXAMES-TENTATIVAS
    MOVE "99" TO EXAMES-STATUS
    PERFORM UNTIL EXAMES-STATUS = "00" OR EXAMES-TENTATIVAS = 5
        OPEN I-O EXAMES-FILE
        IF EXAMES-STATUS NOT = "00"
            ADD 1 TO EXAMES-TENTATIVAS
        END-IF
    END-PERFORM
    IF EXAMES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EXAMES-FILE. Status: " EXAMES-STATUS
    ELSE
        PERFORM GRAVAR-VIGILANTES-EXAME
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX > GEX-QTD-EXAMES
        CLOSE EXAMES-FILE
        DISPLAY "Vigilancias gravadas."
    END-IF.

GRAVAR-VIGILANTES-EXAME.
    MOVE GEX-EXA-CURSO (GEX-IX) TO EXM-CURSO-CODE
    MOVE GEX-SEMESTRE TO EXM-SEMESTRE
    MOVE GEX-EXA-EPOCA (GEX-IX) TO EXM-EPOCA
    READ EXAMES-FILE KEY IS EXM-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE GEX-EXA-VIG-1 (GEX-IX) TO EXM-VIGILANTE-1
            MOVE GEX-EXA-VIG-2 (GEX-IX) TO EXM-VIGILANTE-2
            REWRITE REGISTO-EXAME
    END-READ.

CALENDARIO-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GEX-ID-ALUNO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT GEX-SEMESTRE
    MOVE SPACE TO GEX-EPOCA
    PERFORM CARREGAR-CURSOS-ALUNO
    IF GEX-QTD-CURSOS = ZERO
        DISPLAY "O aluno " GEX-ID-ALUNO " nao tem matriculas ativas"
            " no semestre " GEX-SEMESTRE "."
    ELSE
        PERFORM CARREGAR-EXAMES
        MOVE ZERO TO GEX-LINHAS
        MOVE ZERO TO GEX-TOTAL-LISTADAS
        MOVE ZERO TO GEX-DATA-ANTERIOR
        MOVE ZERO TO GEX-FIM-ANTERIOR
        MOVE SPACES TO GEX-NOME-FICHEIRO
        STRING "EXAMES-" DELIMITED BY SIZE
               GEX-ID-ALUNO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               GEX-SEMESTRE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO GEX-NOME-FICHEIRO
        OPEN OUTPUT EXAMES-REL-FILE
        MOVE ALL "=" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE SPACES TO LINHA-EXAMES
        STRING "  CALENDARIO DE EXAMES - ALUNO " DELIMITED BY SIZE
               GEX-ID-ALUNO DELIMITED BY SIZE
               " - SEMESTRE " DELIMITED BY SIZE
               GEX-SEMESTRE DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE ALL "=" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        PERFORM LINHA-CALENDARIO-ALUNO
            VARYING GEX-IX FROM 1 BY 1
            UNTIL GEX-IX > GEX-QTD-EXAMES
        MOVE ALL "-" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE SPACES TO LINHA-EXAMES
        STRING "Exames: " DELIMITED BY SIZE
               GEX-TOTAL-LISTADAS DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        CLOSE EXAMES-REL-FILE
        MOVE "gerir_exames" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING GEX-ID-ALUNO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GEX-SEMESTRE DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE GEX-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE GEX-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Calendario gravado em " GEX-NOME-FICHEIRO
    END-IF.

CARREGAR-CURSOS-ALUNO.
    MOVE ZERO TO GEX-QTD-CURSOS
    MOVE 'N' TO GEX-FIM-FICHEIRO
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir MATRICULAS-FILE. Status: "
            MATRICULAS-STATUS
    ELSE
        MOVE GEX-ID-ALUNO TO MAT-ID-ALUNO
        MOVE SPACES TO MAT-CURSO-SEM
        START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO GEX-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GEX-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GEX-FIM-FICHEIRO
                NOT AT END
                    IF MAT-ID-ALUNO NOT = GEX-ID-ALUNO
                        MOVE 'Y' TO GEX-FIM-FICHEIRO
                    ELSE
                        IF MAT-ATIVA AND MAT-SEMESTRE = GEX-SEMESTRE
                            AND GEX-QTD-CURSOS < 20
                            ADD 1 TO GEX-QTD-CURSOS
                            MOVE MAT-CURSO-CODE
                                TO GEX-CUR-CODE (GEX-QTD-CURSOS)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MATRICULAS-FILE
    END-IF.

LINHA-CALENDARIO-ALUNO.
    MOVE 'N' TO GEX-INSCRITO
    PERFORM PROCURAR-CURSO-ALUNO
        VARYING GEX-KX FROM 1 BY 1
        UNTIL GEX-KX > GEX-QTD-CURSOS OR GEX-INSCRITO = 'S'
    IF GEX-INSCRITO = 'S'
*> a tabela vem ordenada por data e hora: basta comparar com o
*> exame anterior do aluno no mesmo dia.
        MOVE SPACES TO GEX-ASSINALAR
        IF GEX-EXA-DATA (GEX-IX) = GEX-DATA-ANTERIOR
            AND GEX-EXA-INICIO (GEX-IX) < GEX-FIM-ANTERIOR
            MOVE "*** CHOQUE ***" TO GEX-ASSINALAR
        END-IF
        IF GEX-EXA-DATA (GEX-IX) NOT = GEX-DATA-ANTERIOR
            OR GEX-EXA-FIM (GEX-IX) > GEX-FIM-ANTERIOR
            MOVE GEX-EXA-FIM (GEX-IX) TO GEX-FIM-ANTERIOR
        END-IF
        MOVE GEX-EXA-DATA (GEX-IX) TO GEX-DATA-ANTERIOR
        MOVE SPACES TO LINHA-EXAMES
        STRING GEX-EXA-DATA (GEX-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GEX-EXA-INICIO (GEX-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               GEX-EXA-FIM (GEX-IX) DELIMITED BY SIZE
               "  curso " DELIMITED BY SIZE
               GEX-EXA-CURSO (GEX-IX) DELIMITED BY SIZE
               "  epoca " DELIMITED BY SIZE
               GEX-EXA-EPOCA (GEX-IX) DELIMITED BY SIZE
               "  sala " DELIMITED BY SIZE
               GEX-EXA-SALA (GEX-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GEX-ASSINALAR DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        ADD 1 TO GEX-TOTAL-LISTADAS
    END-IF.

PROCURAR-CURSO-ALUNO.
    IF GEX-CUR-CODE (GEX-KX) = GEX-EXA-CURSO (GEX-IX)
        MOVE 'S' TO GEX-INSCRITO
    END-IF.

MAPA-VIGILANCIAS.
    PERFORM PEDIR-SEMESTRE-EPOCA
    PERFORM CARREGAR-EXAMES
    PERFORM CARREGAR-DOCENTES
    IF GEX-QTD-EXAMES = ZERO OR GEX-QTD-DOCENTES = ZERO
        DISPLAY "Sem exames marcados ou sem docentes ativos."
    ELSE
        MOVE ZERO TO GEX-LINHAS
        MOVE ZERO TO GEX-TOTAL-LISTADAS
        MOVE SPACES TO GEX-NOME-FICHEIRO
        STRING "VIGILANCIAS-" DELIMITED BY SIZE
               GEX-SEMESTRE DELIMITED BY SPACE
               GEX-EPOCA DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO GEX-NOME-FICHEIRO
        OPEN OUTPUT EXAMES-REL-FILE
        MOVE ALL "=" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE SPACES TO LINHA-EXAMES
        STRING "  MAPA DE VIGILANCIAS - SEMESTRE " DELIMITED BY SIZE
               GEX-SEMESTRE DELIMITED BY SIZE
               "  EPOCA " DELIMITED BY SIZE
               GEX-EPOCA DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE ALL "=" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        PERFORM LISTAR-VIGILANCIAS-DOCENTE
            VARYING GEX-KX FROM 1 BY 1
            UNTIL GEX-KX > GEX-QTD-DOCENTES
        MOVE ALL "-" TO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        MOVE SPACES TO LINHA-EXAMES
        STRING "Vigilancias atribuidas: " DELIMITED BY SIZE
               GEX-TOTAL-LISTADAS DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        CLOSE EXAMES-REL-FILE
        MOVE "gerir_exames" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING GEX-SEMESTRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GEX-EPOCA DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE GEX-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE GEX-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Mapa gravado em " GEX-NOME-FICHEIRO
    END-IF.

LISTAR-VIGILANCIAS-DOCENTE.
    MOVE 'N' TO GEX-TEM-VIGILANCIAS
    PERFORM LINHA-VIGILANCIA
        VARYING GEX-IX FROM 1 BY 1
        UNTIL GEX-IX > GEX-QTD-EXAMES.

LINHA-VIGILANCIA.
    IF GEX-EXA-VIG-1 (GEX-IX) = GEX-DOC-ID (GEX-KX)
        OR GEX-EXA-VIG-2 (GEX-IX) = GEX-DOC-ID (GEX-KX)
        IF GEX-TEM-VIGILANCIAS = 'N'
            MOVE 'S' TO GEX-TEM-VIGILANCIAS
            MOVE SPACES TO LINHA-EXAMES
            STRING "Docente " DELIMITED BY SIZE
                   GEX-DOC-ID (GEX-KX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   GEX-DOC-NOME (GEX-KX) DELIMITED BY SIZE
                   INTO LINHA-EXAMES
            PERFORM ESCREVER-LINHA-GEX
        END-IF
        MOVE SPACES TO LINHA-EXAMES
        STRING "    " DELIMITED BY SIZE
               GEX-EXA-DATA (GEX-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GEX-EXA-INICIO (GEX-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               GEX-EXA-FIM (GEX-IX) DELIMITED BY SIZE
               "  curso " DELIMITED BY SIZE
               GEX-EXA-CURSO (GEX-IX) DELIMITED BY SIZE
               "  epoca " DELIMITED BY SIZE
               GEX-EXA-EPOCA (GEX-IX) DELIMITED BY SIZE
               "  sala " DELIMITED BY SIZE
               GEX-EXA-SALA (GEX-IX) DELIMITED BY SIZE
               INTO LINHA-EXAMES
        PERFORM ESCREVER-LINHA-GEX
        ADD 1 TO GEX-TOTAL-LISTADAS
    END-IF.

ESCREVER-LINHA-GEX.
    WRITE LINHA-EXAMES
    DISPLAY LINHA-EXAMES
    ADD 1 TO GEX-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
