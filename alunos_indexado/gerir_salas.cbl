*>****************************************************************
*> Author:
*> Date:
*> Purpose: manutencao do ficheiro mestre de salas (SALAS.dat):
*>          codigo, descricao, capacidade, tipo de sala (T -
*>          teorica, L - laboratorio, A - auditorio) e estado.
*>          gerir_horarios so aceita linhas de horario em salas
*>          ativas deste ficheiro, com capacidade suficiente para
*>          a turma/curso e sem sobreposicao com outro curso.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_salas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slsala.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdsala.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wssala.cbl".
  COPY "wssessao.cbl".
    77 GSL-OPCAO             PIC 9 VALUE ZERO.
    77 GSL-SAIR              PIC X VALUE 'N'.
    77 GSL-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GSL-TOTAL-LISTADAS    PIC 9(3) VALUE ZERO.
    77 GSL-CODIGO            PIC X(6).
    77 GSL-DESCRICAO         PIC X(30).
    77 GSL-CAPACIDADE        PIC 9(3).
    77 GSL-TIPO              PIC X.

PROCEDURE DIVISION.
COPY "rvsala.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir salas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-SALAS
    PERFORM UNTIL GSL-SAIR = 'Y'
        PERFORM MENU-SALAS
    END-PERFORM.
GOBACK.

MENU-SALAS.
    DISPLAY "==================================="
    DISPLAY "          SALAS DE AULA"
    DISPLAY "==================================="
    DISPLAY "1 - Listar salas"
    DISPLAY "2 - Inserir/alterar sala"
    DISPLAY "3 - Desativar sala"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GSL-OPCAO
    EVALUATE GSL-OPCAO
        WHEN 1
            PERFORM LISTAR-SALAS
        WHEN 2
            PERFORM MANTER-SALA
        WHEN 3
            PERFORM DESATIVAR-SALA
        WHEN 0
            MOVE 'Y' TO GSL-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-SALAS.
    OPEN INPUT SALAS-FILE.
        IF SALAS-STATUS = "35"
            OPEN OUTPUT SALAS-FILE
            CLOSE SALAS-FILE
        ELSE
            IF SALAS-STATUS = "00"
                CLOSE SALAS-FILE
            END-IF
        END-IF.

LISTAR-SALAS.
    MOVE ZERO TO GSL-TOTAL-LISTADAS
    MOVE 'N' TO GSL-FIM-FICHEIRO
    OPEN INPUT SALAS-FILE.
    IF SALAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SALAS-FILE. Status: " SALAS-STATUS
    ELSE
        PERFORM UNTIL GSL-FIM-FICHEIRO = 'Y'
            READ SALAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSL-FIM-FICHEIRO
                NOT AT END
                    DISPLAY SALA-CODIGO "  " SALA-DESCRICAO
                        "  capacidade " SALA-CAPACIDADE
                        "  tipo " SALA-TIPO
                        "  estado " SALA-ESTADO
                    ADD 1 TO GSL-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE SALAS-FILE
        DISPLAY "Total de salas: " GSL-TOTAL-LISTADAS
    END-IF.

MANTER-SALA.
    DISPLAY "Codigo da sala: " NO ADVANCING
    ACCEPT GSL-CODIGO
    IF GSL-CODIGO = SPACES
        DISPLAY "Codigo invalido."
    ELSE
        DISPLAY "Descricao: " NO ADVANCING
        ACCEPT GSL-DESCRICAO
        DISPLAY "Capacidade (lugares): " NO ADVANCING
        ACCEPT GSL-CAPACIDADE
        DISPLAY "Tipo (T - teorica, L - laboratorio, A - auditorio): "
            NO ADVANCING
        ACCEPT GSL-TIPO
        IF GSL-TIPO NOT = "L" AND GSL-TIPO NOT = "A"
            MOVE "T" TO GSL-TIPO
        END-IF
        IF GSL-CAPACIDADE = ZERO
            DISPLAY "Capacidade invalida."
        ELSE
            MOVE ZERO TO SALAS-TENTATIVAS
            MOVE "99" TO SALAS-STATUS
            PERFORM UNTIL SALAS-STATUS = "00" OR SALAS-TENTATIVAS = 5
                OPEN I-O SALAS-FILE
                IF SALAS-STATUS NOT = "00"
                    ADD 1 TO SALAS-TENTATIVAS
                END-IF
            END-PERFORM
            IF SALAS-STATUS NOT = "00"
                DISPLAY "Erro ao abrir SALAS-FILE. Status: "
                    SALAS-STATUS
            ELSE
                MOVE GSL-CODIGO TO SALA-CODIGO
                MOVE GSL-DESCRICAO TO SALA-DESCRICAO
                MOVE GSL-CAPACIDADE TO SALA-CAPACIDADE
                MOVE GSL-TIPO TO SALA-TIPO
                MOVE "A" TO SALA-ESTADO
                WRITE REGISTO-SALA
                    INVALID KEY
                        REWRITE REGISTO-SALA
                        DISPLAY "Sala atualizada."
                    NOT INVALID KEY
                        DISPLAY "Sala registada."
                END-WRITE
                CLOSE SALAS-FILE
            END-IF
        END-IF
    END-IF.

DESATIVAR-SALA.
    DISPLAY "Codigo da sala a desativar: " NO ADVANCING
    ACCEPT GSL-CODIGO
    MOVE ZERO TO SALAS-TENTATIVAS
    MOVE "99" TO SALAS-STATUS
    PERFORM UNTIL SALAS-STATUS = "00" OR SALAS-TENTATIVAS = 5
        OPEN I-O SALAS-FILE
        IF SALAS-STATUS NOT = "00"
            ADD 1 TO SALAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SALAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SALAS-FILE. Status: " SALAS-STATUS
    ELSE
        MOVE GSL-CODIGO TO SALA-CODIGO
        READ SALAS-FILE KEY IS SALA-CODIGO
            INVALID KEY
                DISPLAY "Sala nao encontrada."
            NOT INVALID KEY
                MOVE "I" TO SALA-ESTADO
                REWRITE REGISTO-SALA
                DISPLAY "Sala desativada."
        END-READ
        CLOSE SALAS-FILE
    END-IF.

COPY "psessao.cbl".
