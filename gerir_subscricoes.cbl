*>****************************************************************
*> Author:
*> Date:
*> Purpose: subscricoes de relatorios do spool. Cada subscricao
*>          em SUBSCRICOES.dat liga um programa de relatorio
*>          (o SPL-PROGRAMA do spool) a destinatarios: um
*>          operador pelo ID, todos os operadores de um nivel
*>          (1 balcao, 2 secretaria, 3 financas, 9 administrador)
*>          ou todos os de um departamento, com entrega pela
*>          caixa de saida de notificacoes (correio para o
*>          endereco do operador) ou pela fila de impressao
*>          partilhada. A distribuicao e feita por executar_lote
*>          no fim de cada passo; aqui mantem-se as subscricoes
*>          (registo e suspensao so pelo administrador) e
*>          consulta-se o registo de entregas DISTRIBUICOES.dat
*>          por numero de spool ou por operador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_subscricoes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slsubscricao.cbl".
     COPY "sldistribuicao.cbl".
     COPY "sloperador.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdsubscricao.cbl".
  COPY "fddistribuicao.cbl".
  COPY "fdoperador.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wssubscricao.cbl".
  COPY "wsdistribuicao.cbl".
  COPY "wsoperador.cbl".
  COPY "wssessao.cbl".
    77 GSB-OPCAO             PIC 9 VALUE ZERO.
    77 GSB-SAIR              PIC X VALUE 'N'.
    77 GSB-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GSB-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GSB-PROGRAMA          PIC X(30).
    77 GSB-TIPO              PIC X.
    77 GSB-DESTINATARIO      PIC X(8).
    77 GSB-MEIO              PIC X.
    77 GSB-VALIDA            PIC X VALUE 'N'.
    77 GSB-OPERADOR          PIC X(8).
    77 GSB-RESPOSTA          PIC X(10).
    77 GSB-NUMERO            PIC 9(8).

PROCEDURE DIVISION.
COPY "rvsubscricao.cbl".
COPY "rvdistribuicao.cbl".
COPY "rvoperador.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-SUBSCRICOES
    PERFORM UNTIL GSB-SAIR = 'Y'
        PERFORM MENU-SUBSCRICOES
    END-PERFORM.
GOBACK.

GARANTIR-SUBSCRICOES.
    OPEN INPUT SUBSCRICOES-FILE.
    IF SUBSCRICOES-STATUS = "35"
        OPEN OUTPUT SUBSCRICOES-FILE
        CLOSE SUBSCRICOES-FILE
    ELSE
        IF SUBSCRICOES-STATUS = "00"
            CLOSE SUBSCRICOES-FILE
        END-IF
    END-IF.

MENU-SUBSCRICOES.
    DISPLAY "==================================="
    DISPLAY "     SUBSCRICOES DE RELATORIOS"
    DISPLAY "==================================="
    DISPLAY "1 - Listar subscricoes"
    DISPLAY "2 - Registar ou alterar subscricao (admin)"
    DISPLAY "3 - Suspender ou reativar subscricao (admin)"
    DISPLAY "4 - Consultar entregas por numero de spool"
    DISPLAY "5 - Consultar entregas por operador"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GSB-OPCAO
    EVALUATE GSB-OPCAO
        WHEN 1
            PERFORM LISTAR-SUBSCRICOES
        WHEN 2
            PERFORM REGISTAR-SUBSCRICAO
        WHEN 3
            PERFORM SUSPENDER-SUBSCRICAO
        WHEN 4
            PERFORM ENTREGAS-POR-SPOOL
        WHEN 5
            PERFORM ENTREGAS-POR-OPERADOR
        WHEN OTHER
            IF GSB-OPCAO = 0
                MOVE 'Y' TO GSB-SAIR
            ELSE
                DISPLAY "Opcao invalida, tente novamente."
            END-IF
    END-EVALUATE.

LISTAR-SUBSCRICOES.
    DISPLAY "Programa de relatorio (ENTER = todos): " NO ADVANCING
    MOVE SPACES TO GSB-PROGRAMA
    ACCEPT GSB-PROGRAMA
    MOVE ZERO TO GSB-TOTAL-LISTADAS
    MOVE 'N' TO GSB-FIM-FICHEIRO
    OPEN INPUT SUBSCRICOES-FILE.
    IF SUBSCRICOES-STATUS NOT = "00"
        DISPLAY "Sem subscricoes registadas (status "
            SUBSCRICOES-STATUS ")."
    ELSE
        MOVE SPACES TO SUB-CHAVE
        MOVE GSB-PROGRAMA TO SUB-PROGRAMA
        START SUBSCRICOES-FILE KEY IS NOT LESS THAN SUB-CHAVE
            INVALID KEY
                MOVE 'Y' TO GSB-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GSB-FIM-FICHEIRO = 'Y'
            READ SUBSCRICOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSB-FIM-FICHEIRO
                NOT AT END
                    IF GSB-PROGRAMA NOT = SPACES
                        AND SUB-PROGRAMA NOT = GSB-PROGRAMA
                        MOVE 'Y' TO GSB-FIM-FICHEIRO
                    ELSE
                        DISPLAY SUB-PROGRAMA "  " SUB-TIPO " "
                            SUB-DESTINATARIO "  meio " SUB-MEIO
                            "  estado " SUB-ESTADO
                            "  desde " SUB-DATA-REGISTO
                            " por " SUB-OPERADOR
                        ADD 1 TO GSB-TOTAL-LISTADAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRICOES-FILE
        DISPLAY "Tipos: O operador, N nivel, D departamento;"
            " meios: N notificacao, I fila de impressao."
        DISPLAY "Subscricoes listadas: " GSB-TOTAL-LISTADAS
    END-IF.

REGISTAR-SUBSCRICAO.
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador regista subscricoes."
    ELSE
        PERFORM PEDIR-CHAVE-SUBSCRICAO
        IF GSB-VALIDA = 'S'
            DISPLAY "Meio de entrega (N - notificacao,"
                " I - fila de impressao): " NO ADVANCING
            MOVE SPACES TO GSB-MEIO
            ACCEPT GSB-MEIO
            IF GSB-MEIO NOT = "N" AND GSB-MEIO NOT = "I"
                DISPLAY "Meio invalido."
            ELSE
                PERFORM GRAVAR-SUBSCRICAO
            END-IF
        END-IF
    END-IF.

PEDIR-CHAVE-SUBSCRICAO.
    MOVE 'N' TO GSB-VALIDA
    DISPLAY "Programa de relatorio (como no spool): "
        NO ADVANCING
    MOVE SPACES TO GSB-PROGRAMA
    ACCEPT GSB-PROGRAMA
    DISPLAY "Tipo de destinatario (O - operador, N - nivel,"
        " D - departamento): " NO ADVANCING
    MOVE SPACES TO GSB-TIPO
    ACCEPT GSB-TIPO
    DISPLAY "Operador, nivel ou departamento: " NO ADVANCING
    MOVE SPACES TO GSB-DESTINATARIO
    ACCEPT GSB-DESTINATARIO
    IF GSB-PROGRAMA = SPACES OR GSB-DESTINATARIO = SPACES
        DISPLAY "Programa e destinatario sao obrigatorios."
    ELSE
        EVALUATE GSB-TIPO
            WHEN "O"
                PERFORM VALIDAR-OPERADOR-SUBSCRITOR
            WHEN "N"
                IF GSB-DESTINATARIO = "1" OR GSB-DESTINATARIO = "2"
                    OR GSB-DESTINATARIO = "3"
                    OR GSB-DESTINATARIO = "9"
                    MOVE 'S' TO GSB-VALIDA
                ELSE
                    DISPLAY "Nivel invalido (1, 2, 3 ou 9)."
                END-IF
            WHEN "D"
                MOVE 'S' TO GSB-VALIDA
            WHEN OTHER
                DISPLAY "Tipo de destinatario invalido."
        END-EVALUATE
    END-IF.

VALIDAR-OPERADOR-SUBSCRITOR.
    OPEN INPUT OPERADORES-FILE.
    IF OPERADORES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir OPERADORES-FILE. Status: "
            OPERADORES-STATUS
    ELSE
        MOVE GSB-DESTINATARIO TO OPR-ID
        READ OPERADORES-FILE KEY IS OPR-ID
            INVALID KEY
                DISPLAY "Operador nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO GSB-VALIDA
                IF OPR-EMAIL = SPACES
                    DISPLAY "Aviso: operador sem correio"
                        " eletronico; as notificacoes vao para a"
                        " lista de papel."
                END-IF
        END-READ
        CLOSE OPERADORES-FILE
    END-IF.

GRAVAR-SUBSCRICAO.
    MOVE ZERO TO SUBSCRICOES-TENTATIVAS
    MOVE "99" TO SUBSCRICOES-STATUS
    PERFORM UNTIL SUBSCRICOES-STATUS = "00"
        OR SUBSCRICOES-TENTATIVAS = 5
        OPEN I-O SUBSCRICOES-FILE
        IF SUBSCRICOES-STATUS NOT = "00"
            ADD 1 TO SUBSCRICOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF SUBSCRICOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SUBSCRICOES-FILE. Status: "
            SUBSCRICOES-STATUS
    ELSE
        MOVE SPACES TO REGISTO-SUBSCRICAO
        MOVE GSB-PROGRAMA TO SUB-PROGRAMA
        MOVE GSB-TIPO TO SUB-TIPO
        MOVE GSB-DESTINATARIO TO SUB-DESTINATARIO
        MOVE GSB-MEIO TO SUB-MEIO
        MOVE "A" TO SUB-ESTADO
        ACCEPT SUB-DATA-REGISTO FROM DATE YYYYMMDD
        MOVE SES-OPERADOR-ATUAL TO SUB-OPERADOR
        WRITE REGISTO-SUBSCRICAO
            INVALID KEY
                REWRITE REGISTO-SUBSCRICAO
                DISPLAY "Subscricao substituida."
            NOT INVALID KEY
                DISPLAY "Subscricao registada."
        END-WRITE
        CLOSE SUBSCRICOES-FILE
    END-IF.

SUSPENDER-SUBSCRICAO.
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador suspende subscricoes."
    ELSE
        PERFORM PEDIR-CHAVE-SUBSCRICAO
        IF GSB-VALIDA = 'S'
            MOVE ZERO TO SUBSCRICOES-TENTATIVAS
            MOVE "99" TO SUBSCRICOES-STATUS
            PERFORM UNTIL SUBSCRICOES-STATUS = "00"
                OR SUBSCRICOES-TENTATIVAS = 5
                OPEN I-O SUBSCRICOES-FILE
                IF SUBSCRICOES-STATUS NOT = "00"
                    ADD 1 TO SUBSCRICOES-TENTATIVAS
                END-IF
            END-PERFORM
            IF SUBSCRICOES-STATUS NOT = "00"
                DISPLAY "Erro ao abrir SUBSCRICOES-FILE. Status: "
                    SUBSCRICOES-STATUS
            ELSE
                MOVE GSB-PROGRAMA TO SUB-PROGRAMA
                MOVE GSB-TIPO TO SUB-TIPO
                MOVE GSB-DESTINATARIO TO SUB-DESTINATARIO
                READ SUBSCRICOES-FILE KEY IS SUB-CHAVE
                    INVALID KEY
                        DISPLAY "Subscricao nao encontrada."
                    NOT INVALID KEY
                        IF SUB-ATIVA
                            MOVE "S" TO SUB-ESTADO
                            DISPLAY "Subscricao suspensa."
                        ELSE
                            MOVE "A" TO SUB-ESTADO
                            DISPLAY "Subscricao reativada."
                        END-IF
                        REWRITE REGISTO-SUBSCRICAO
                END-READ
                CLOSE SUBSCRICOES-FILE
            END-IF
        END-IF
    END-IF.

ENTREGAS-POR-SPOOL.
    DISPLAY "Numero de spool: " NO ADVANCING
    ACCEPT GSB-RESPOSTA
    MOVE FUNCTION NUMVAL (GSB-RESPOSTA) TO GSB-NUMERO
    MOVE ZERO TO GSB-TOTAL-LISTADAS
    MOVE 'N' TO GSB-FIM-FICHEIRO
    OPEN INPUT DISTRIBUICOES-FILE.
    IF DISTRIBUICOES-STATUS NOT = "00"
        DISPLAY "Sem entregas registadas (status "
            DISTRIBUICOES-STATUS ")."
    ELSE
        MOVE GSB-NUMERO TO DST-SPOOL-NUMERO
        MOVE SPACES TO DST-OPERADOR
        START DISTRIBUICOES-FILE KEY IS NOT LESS THAN DST-CHAVE
            INVALID KEY
                MOVE 'Y' TO GSB-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GSB-FIM-FICHEIRO = 'Y'
            READ DISTRIBUICOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSB-FIM-FICHEIRO
                NOT AT END
                    IF DST-SPOOL-NUMERO NOT = GSB-NUMERO
                        MOVE 'Y' TO GSB-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-ENTREGA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DISTRIBUICOES-FILE
        DISPLAY "Entregas listadas: " GSB-TOTAL-LISTADAS
    END-IF.

ENTREGAS-POR-OPERADOR.
    DISPLAY "Operador: " NO ADVANCING
    MOVE SPACES TO GSB-OPERADOR
    ACCEPT GSB-OPERADOR
    MOVE ZERO TO GSB-TOTAL-LISTADAS
    MOVE 'N' TO GSB-FIM-FICHEIRO
    OPEN INPUT DISTRIBUICOES-FILE.
    IF DISTRIBUICOES-STATUS NOT = "00"
        DISPLAY "Sem entregas registadas (status "
            DISTRIBUICOES-STATUS ")."
    ELSE
        PERFORM UNTIL GSB-FIM-FICHEIRO = 'Y'
            READ DISTRIBUICOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSB-FIM-FICHEIRO
                NOT AT END
                    IF DST-OPERADOR = GSB-OPERADOR
                        PERFORM MOSTRAR-ENTREGA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DISTRIBUICOES-FILE
        DISPLAY "Entregas listadas: " GSB-TOTAL-LISTADAS
    END-IF.

MOSTRAR-ENTREGA.
    DISPLAY "Spool " DST-SPOOL-NUMERO "  " DST-PROGRAMA
    DISPLAY "  para " DST-OPERADOR "  (subscricao " DST-SUB-TIPO
        " " DST-SUB-DESTINATARIO ")  meio " DST-MEIO
        "  em " DST-DATA " " DST-HORA
    DISPLAY "  resultado " DST-RESULTADO "  " DST-DESTINO
    ADD 1 TO GSB-TOTAL-LISTADAS.

COPY "psessao.cbl".
