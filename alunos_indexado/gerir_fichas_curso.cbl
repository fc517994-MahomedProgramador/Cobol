*>****************************************************************
*> Author:
*> Date:
*> Purpose: fichas bilingues dos cursos (FICHASCURSO.dat), uma por
*>          CURSO-CODE de COURSE-FILE: nome em ingles, area
*>          cientifica, nivel (1o, 2o ou 3o ciclo) e um texto
*>          curto de resultados de aprendizagem (ate tres
*>          linhas). emitir_suplemento usa as fichas para montar
*>          o Suplemento ao Diploma em portugues e ingles.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_fichas_curso.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slfichacurso.cbl".
     COPY "slcurso.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdfichacurso.cbl".
  COPY "fdcurso.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsfichacurso.cbl".
  COPY "wscurso.cbl".
  COPY "wssessao.cbl".
    77 GFC-OPCAO             PIC 9 VALUE ZERO.
    77 GFC-SAIR              PIC X VALUE 'N'.
    77 GFC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GFC-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GFC-CURSO-CODE        PIC X(6).
    77 GFC-CURSO-NOME        PIC X(30).
    77 GFC-CURSO-EXISTE      PIC X VALUE 'N'.
    77 GFC-NOME-EN           PIC X(40).
    77 GFC-AREA              PIC X(30).
    77 GFC-NIVEL             PIC 9.
    77 GFC-IX                PIC 9.
    01 GFC-RESULTADOS.
       05 GFC-RESULTADO-TXT  PIC X(70) OCCURS 3 TIMES.

PROCEDURE DIVISION.
COPY "rvfichacurso.cbl".
COPY "rvcurso.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para editar fichas de curso."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-FICHAS
    PERFORM UNTIL GFC-SAIR = 'Y'
        PERFORM MENU-FICHAS
    END-PERFORM.
GOBACK.

MENU-FICHAS.
    DISPLAY "==================================="
    DISPLAY "   FICHAS DE CURSO (PT / EN)"
    DISPLAY "==================================="
    DISPLAY "1 - Listar fichas"
    DISPLAY "2 - Mostrar ficha de um curso"
    DISPLAY "3 - Registar/alterar ficha"
    DISPLAY "4 - Remover ficha"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GFC-OPCAO
    EVALUATE GFC-OPCAO
        WHEN 1
            PERFORM LISTAR-FICHAS
        WHEN 2
            PERFORM MOSTRAR-FICHA
        WHEN 3
            PERFORM MANTER-FICHA
        WHEN 4
            PERFORM REMOVER-FICHA
        WHEN 0
            MOVE 'Y' TO GFC-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-FICHAS.
    OPEN INPUT FICHAS-CURSO-FILE.
        IF FICHASCURSO-STATUS = "35"
            OPEN OUTPUT FICHAS-CURSO-FILE
            CLOSE FICHAS-CURSO-FILE
        ELSE
            IF FICHASCURSO-STATUS = "00"
                CLOSE FICHAS-CURSO-FILE
            END-IF
        END-IF.

LISTAR-FICHAS.
    MOVE ZERO TO GFC-TOTAL-LISTADAS
    MOVE 'N' TO GFC-FIM-FICHEIRO
    OPEN INPUT FICHAS-CURSO-FILE.
    IF FICHASCURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FICHAS-CURSO-FILE. Status: "
            FICHASCURSO-STATUS
    ELSE
        PERFORM UNTIL GFC-FIM-FICHEIRO = 'Y'
            READ FICHAS-CURSO-FILE NEXT RECORD
                AT END MOVE 'Y' TO GFC-FIM-FICHEIRO
                NOT AT END
                    DISPLAY FCU-CURSO-CODE "  " FCU-NOME-EN
                        "  nivel " FCU-NIVEL "  " FCU-AREA
                    ADD 1 TO GFC-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE FICHAS-CURSO-FILE
        DISPLAY "Total de fichas: " GFC-TOTAL-LISTADAS
    END-IF.

MOSTRAR-FICHA.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GFC-CURSO-CODE
    OPEN INPUT FICHAS-CURSO-FILE.
    IF FICHASCURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FICHAS-CURSO-FILE. Status: "
            FICHASCURSO-STATUS
    ELSE
        MOVE GFC-CURSO-CODE TO FCU-CURSO-CODE
        READ FICHAS-CURSO-FILE KEY IS FCU-CURSO-CODE
            INVALID KEY
                DISPLAY "O curso nao tem ficha."
            NOT INVALID KEY
                DISPLAY "Curso:             " FCU-CURSO-CODE
                DISPLAY "Nome (EN):         " FCU-NOME-EN
                DISPLAY "Area cientifica:   " FCU-AREA
                DISPLAY "Nivel (ciclo):     " FCU-NIVEL
                DISPLAY "Resultados de aprendizagem:"
                PERFORM VARYING GFC-IX FROM 1 BY 1 UNTIL GFC-IX > 3
                    IF FCU-RESULTADO-TXT (GFC-IX) NOT = SPACES
                        DISPLAY "  " FCU-RESULTADO-TXT (GFC-IX)
                    END-IF
                END-PERFORM
                DISPLAY "Atualizada em " FCU-DATA " por " FCU-OPERADOR
        END-READ
        CLOSE FICHAS-CURSO-FILE
    END-IF.

VALIDAR-CURSO-FICHA.
    MOVE 'N' TO GFC-CURSO-EXISTE
    MOVE SPACES TO GFC-CURSO-NOME
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS = "00"
        MOVE GFC-CURSO-CODE TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GFC-CURSO-EXISTE
                MOVE CURSO-NOME TO GFC-CURSO-NOME
        END-READ
        CLOSE COURSE-FILE
    END-IF.

MANTER-FICHA.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GFC-CURSO-CODE
    PERFORM VALIDAR-CURSO-FICHA
    IF GFC-CURSO-EXISTE = 'N'
        DISPLAY "Curso nao encontrado em COURSE-FILE."
    ELSE
        DISPLAY "Curso: " GFC-CURSO-NOME
        DISPLAY "Nome em ingles: " NO ADVANCING
        ACCEPT GFC-NOME-EN
        DISPLAY "Area cientifica: " NO ADVANCING
        ACCEPT GFC-AREA
        DISPLAY "Nivel (1 - 1o ciclo, 2 - 2o ciclo, 3 - 3o ciclo): "
            NO ADVANCING
        ACCEPT GFC-NIVEL
        MOVE SPACES TO GFC-RESULTADOS
        DISPLAY "Resultados de aprendizagem (ate 3 linhas, ENTER"
            " termina):"
        PERFORM VARYING GFC-IX FROM 1 BY 1 UNTIL GFC-IX > 3
            DISPLAY "  " NO ADVANCING
            ACCEPT GFC-RESULTADO-TXT (GFC-IX)
            IF GFC-RESULTADO-TXT (GFC-IX) = SPACES
                MOVE 3 TO GFC-IX
            END-IF
        END-PERFORM
        IF GFC-NOME-EN = SPACES OR GFC-AREA = SPACES
            DISPLAY "Nome em ingles e area cientifica sao"
                " obrigatorios."
        ELSE
            IF GFC-NIVEL < 1 OR GFC-NIVEL > 3
                DISPLAY "Nivel invalido."
            ELSE
                PERFORM GRAVAR-FICHA
            END-IF
        END-IF
    END-IF.

GRAVAR-FICHA.
    MOVE ZERO TO FICHASCURSO-TENTATIVAS
    MOVE "99" TO FICHASCURSO-STATUS
    PERFORM UNTIL FICHASCURSO-STATUS = "00"
        OR FICHASCURSO-TENTATIVAS = 5
        OPEN I-O FICHAS-CURSO-FILE
        IF FICHASCURSO-STATUS NOT = "00"
            ADD 1 TO FICHASCURSO-TENTATIVAS
        END-IF
    END-PERFORM
    IF FICHASCURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FICHAS-CURSO-FILE. Status: "
            FICHASCURSO-STATUS
    ELSE
        MOVE GFC-CURSO-CODE TO FCU-CURSO-CODE
        MOVE GFC-NOME-EN TO FCU-NOME-EN
        MOVE GFC-AREA TO FCU-AREA
        MOVE GFC-NIVEL TO FCU-NIVEL
        PERFORM VARYING GFC-IX FROM 1 BY 1 UNTIL GFC-IX > 3
            MOVE GFC-RESULTADO-TXT (GFC-IX)
                TO FCU-RESULTADO-TXT (GFC-IX)
        END-PERFORM
        ACCEPT FCU-DATA FROM DATE YYYYMMDD
        MOVE SES-OPERADOR-ATUAL TO FCU-OPERADOR
        WRITE REGISTO-FICHA-CURSO
            INVALID KEY
                REWRITE REGISTO-FICHA-CURSO
                DISPLAY "Ficha atualizada."
            NOT INVALID KEY
                DISPLAY "Ficha registada."
        END-WRITE
        CLOSE FICHAS-CURSO-FILE
    END-IF.

REMOVER-FICHA.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GFC-CURSO-CODE
    MOVE ZERO TO FICHASCURSO-TENTATIVAS
    MOVE "99" TO FICHASCURSO-STATUS
    PERFORM UNTIL FICHASCURSO-STATUS = "00"
        OR FICHASCURSO-TENTATIVAS = 5
        OPEN I-O FICHAS-CURSO-FILE
        IF FICHASCURSO-STATUS NOT = "00"
            ADD 1 TO FICHASCURSO-TENTATIVAS
        END-IF
    END-PERFORM
    IF FICHASCURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FICHAS-CURSO-FILE. Status: "
            FICHASCURSO-STATUS
    ELSE
        MOVE GFC-CURSO-CODE TO FCU-CURSO-CODE
        DELETE FICHAS-CURSO-FILE
            INVALID KEY
                DISPLAY "O curso nao tem ficha."
            NOT INVALID KEY
                DISPLAY "Ficha removida."
        END-DELETE
        CLOSE FICHAS-CURSO-FILE
    END-IF.

COPY "psessao.cbl".
