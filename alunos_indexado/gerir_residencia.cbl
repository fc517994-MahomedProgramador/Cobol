*>****************************************************************
*> Author:
*> Date:
*> Purpose: residencias de estudantes. Mantem o ficheiro de
*>          quartos (QUARTOS.dat: residencia, lotacao e renda
*>          mensal) e o registo de alojamentos (ALOJAMENTOS.dat,
*>          um registo por pedido de aluno, com as datas de
*>          entrada e saida). Os pedidos de alunos com bolsa
*>          (apurados em bolsas_elegibilidade,
*>          BOLSAS-CANDIDATOS.dat) tem prioridade: enquanto houver
*>          um bolseiro a espera nao se atribui quarto a quem nao
*>          o e. A renda fica fixada no alojamento na entrada e e
*>          cobrada pelo lote residencia_mensal.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_residencia.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slquarto.cbl".
     COPY "slalojamento.cbl".
     COPY "slalunomaster.cbl".
     COPY "slbolsacand.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdquarto.cbl".
  COPY "fdalojamento.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdbolsacand.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsquarto.cbl".
  COPY "wsalojamento.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsbolsacand.cbl".
  COPY "wssessao.cbl".
    77 GRS-OPCAO             PIC 9 VALUE ZERO.
    77 GRS-SAIR              PIC X VALUE 'N'.
    77 GRS-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GRS-HOJE              PIC 9(8).
    77 GRS-ID-ALUNO          PIC 9(5).
    77 GRS-QUARTO            PIC X(6).
    77 GRS-DATA              PIC 9(8).
    77 GRS-RESPOSTA          PIC X(10).
    77 GRS-ALUNO-OK          PIC X VALUE 'N'.
    77 GRS-NOME-ALUNO        PIC X(30).
    77 GRS-BOLSEIRO          PIC X VALUE 'N'.
    77 GRS-ACHOU             PIC X VALUE 'N'.
    77 GRS-CHAVE-ACHADA      PIC X(13).
    77 GRS-ESTADO-ACHADO     PIC X.
    77 GRS-BOLSEIRO-ESPERA   PIC 9(5) VALUE ZERO.
    77 GRS-OCUPANTES         PIC 9(3) VALUE ZERO.
    77 GRS-QUARTO-OK         PIC X VALUE 'N'.
    77 GRS-RENDA             PIC 9(5)V99.
    77 GRS-CAPACIDADE        PIC 9.
    77 GRS-RENDA-ED          PIC ZZZZ9.99.
    77 GRS-ESTADO-TXT        PIC X(10).
    77 GRS-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.
    77 GRS-BDX               PIC 9(4).
    77 GRS-ID-VERIFICAR      PIC 9(5).
    77 GRS-GRUPO             PIC X.
    77 GRS-FIM-QUARTO        PIC X VALUE 'N'.
    77 GRS-TOTAL-BOLSEIROS   PIC 9(4) VALUE ZERO.

    01 GRS-TABELA-BOLSEIROS.
       05 GRS-BOLSEIRO-ID OCCURS 500 TIMES PIC 9(5).

PROCEDURE DIVISION.
COPY "rvquarto.cbl".
COPY "rvalojamento.cbl".
COPY "rvalunomaster.cbl".
COPY "rvbolsacand.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir as residencias."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GRS-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-QUARTOS-FILE
    PERFORM GARANTIR-ALOJAMENTOS-FILE
    PERFORM CARREGAR-BOLSEIROS
    PERFORM UNTIL GRS-SAIR = 'Y'
        PERFORM MENU-RESIDENCIA
    END-PERFORM.
GOBACK.

MENU-RESIDENCIA.
    DISPLAY "==================================="
    DISPLAY "      RESIDENCIAS DE ESTUDANTES"
    DISPLAY "==================================="
    DISPLAY "1 - Registar ou alterar quarto"
    DISPLAY "2 - Listar quartos e ocupacao"
    DISPLAY "3 - Registar pedido de alojamento"
    DISPLAY "4 - Atribuir quarto (entrada)"
    DISPLAY "5 - Registar saida"
    DISPLAY "6 - Cancelar pedido pendente"
    DISPLAY "7 - Listar pedidos pendentes"
    DISPLAY "8 - Listar alojados de um quarto"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GRS-OPCAO
    EVALUATE GRS-OPCAO
        WHEN 1
            PERFORM REGISTAR-QUARTO
        WHEN 2
            PERFORM LISTAR-QUARTOS
        WHEN 3
            PERFORM REGISTAR-PEDIDO
        WHEN 4
            PERFORM ATRIBUIR-QUARTO
        WHEN 5
            PERFORM REGISTAR-SAIDA
        WHEN 6
            PERFORM CANCELAR-PEDIDO
        WHEN 7
            PERFORM LISTAR-PENDENTES
        WHEN 8
            PERFORM LISTAR-ALOJADOS-QUARTO
        WHEN 0
            MOVE 'Y' TO GRS-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-QUARTOS-FILE.
    OPEN INPUT QUARTOS-FILE.
    IF QUARTOS-STATUS = "35"
        OPEN OUTPUT QUARTOS-FILE
        CLOSE QUARTOS-FILE
    ELSE
        IF QUARTOS-STATUS = "00"
            CLOSE QUARTOS-FILE
        END-IF
    END-IF.

GARANTIR-ALOJAMENTOS-FILE.
    OPEN INPUT ALOJAMENTOS-FILE.
    IF ALOJAMENTOS-STATUS = "35"
        OPEN OUTPUT ALOJAMENTOS-FILE
        CLOSE ALOJAMENTOS-FILE
    ELSE
        IF ALOJAMENTOS-STATUS = "00"
            CLOSE ALOJAMENTOS-FILE
        END-IF
    END-IF.

CARREGAR-BOLSEIROS.
*> a prioridade segue o ultimo apuramento de bolsas gravado.
    MOVE ZERO TO GRS-TOTAL-BOLSEIROS
    MOVE 'N' TO GRS-FIM-FICHEIRO
    OPEN INPUT CANDIDATOS-FILE.
    IF BOLSACAND-STATUS NOT = "00"
        DISPLAY "Aviso: sem ficheiro de bolseiros ("
            BOLSACAND-STATUS "); nenhum pedido tera prioridade."
    ELSE
        PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
            READ CANDIDATOS-FILE
                AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
                NOT AT END
                    IF GRS-TOTAL-BOLSEIROS < 500
                        ADD 1 TO GRS-TOTAL-BOLSEIROS
                        MOVE CAND-ID-ALUNO
                            TO GRS-BOLSEIRO-ID (GRS-TOTAL-BOLSEIROS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CANDIDATOS-FILE
    END-IF.

VERIFICAR-BOLSEIRO.
*> indica em GRS-BOLSEIRO se GRS-ID-VERIFICAR e bolseiro.
    MOVE 'N' TO GRS-BOLSEIRO
    PERFORM VARYING GRS-BDX FROM 1 BY 1
        UNTIL GRS-BDX > GRS-TOTAL-BOLSEIROS
        IF GRS-BOLSEIRO-ID (GRS-BDX) = GRS-ID-VERIFICAR
            MOVE 'S' TO GRS-BOLSEIRO
        END-IF
    END-PERFORM.

REGISTAR-QUARTO.
    DISPLAY "Codigo do quarto: " NO ADVANCING
    ACCEPT GRS-QUARTO
    IF GRS-QUARTO = SPACES
        DISPLAY "O codigo do quarto e obrigatorio."
    ELSE
        MOVE ZERO TO QUARTOS-TENTATIVAS
        MOVE "99" TO QUARTOS-STATUS
        PERFORM UNTIL QUARTOS-STATUS = "00" OR QUARTOS-TENTATIVAS = 5
            OPEN I-O QUARTOS-FILE
            IF QUARTOS-STATUS NOT = "00"
                ADD 1 TO QUARTOS-TENTATIVAS
            END-IF
        END-PERFORM
        IF QUARTOS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir QUARTOS-FILE. Status: "
                QUARTOS-STATUS
        ELSE
            MOVE GRS-QUARTO TO QRT-CODIGO
            READ QUARTOS-FILE KEY IS QRT-CODIGO
                INVALID KEY
                    PERFORM CRIAR-QUARTO
                NOT INVALID KEY
                    PERFORM ALTERAR-QUARTO
            END-READ
            CLOSE QUARTOS-FILE
        END-IF
    END-IF.

CRIAR-QUARTO.
    INITIALIZE REGISTO-QUARTO
    MOVE GRS-QUARTO TO QRT-CODIGO
    DISPLAY "Residencia: " NO ADVANCING
    ACCEPT QRT-RESIDENCIA
    DISPLAY "Lotacao (1-9 camas): " NO ADVANCING
    ACCEPT GRS-CAPACIDADE
    DISPLAY "Renda mensal por cama: " NO ADVANCING
    ACCEPT GRS-RESPOSTA
    MOVE FUNCTION NUMVAL (GRS-RESPOSTA) TO GRS-RENDA
    IF GRS-CAPACIDADE NOT NUMERIC OR GRS-CAPACIDADE = ZERO
        OR GRS-RENDA = ZERO
        DISPLAY "Lotacao e renda sao obrigatorias. Quarto nao"
            " registado."
    ELSE
        MOVE GRS-CAPACIDADE TO QRT-CAPACIDADE
        MOVE GRS-RENDA TO QRT-RENDA-MENSAL
        MOVE "S" TO QRT-ATIVO
        WRITE REGISTO-QUARTO
            INVALID KEY
                DISPLAY "Erro ao gravar o quarto. Status: "
                    QUARTOS-STATUS
            NOT INVALID KEY
                DISPLAY "Quarto " QRT-CODIGO " registado."
        END-WRITE
    END-IF.

ALTERAR-QUARTO.
*> a renda nova so vale para as entradas seguintes; quem ja esta
*> alojado mantem a renda fixada na entrada.
    MOVE QRT-RENDA-MENSAL TO GRS-RENDA-ED
    DISPLAY "Quarto " QRT-CODIGO " " QRT-RESIDENCIA
        " lotacao " QRT-CAPACIDADE " renda " GRS-RENDA-ED
        " ativo " QRT-ATIVO
    DISPLAY "Nova lotacao (ENTER = manter): " NO ADVANCING
    MOVE SPACES TO GRS-RESPOSTA
    ACCEPT GRS-RESPOSTA
    IF GRS-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GRS-RESPOSTA) TO GRS-CAPACIDADE
        IF GRS-CAPACIDADE NOT = ZERO
            MOVE GRS-CAPACIDADE TO QRT-CAPACIDADE
        END-IF
    END-IF
    DISPLAY "Nova renda mensal (ENTER = manter): " NO ADVANCING
    MOVE SPACES TO GRS-RESPOSTA
    ACCEPT GRS-RESPOSTA
    IF GRS-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GRS-RESPOSTA) TO GRS-RENDA
        IF GRS-RENDA NOT = ZERO
            MOVE GRS-RENDA TO QRT-RENDA-MENSAL
        END-IF
    END-IF
    DISPLAY "Disponivel (S/N, ENTER = manter): " NO ADVANCING
    MOVE SPACES TO GRS-RESPOSTA
    ACCEPT GRS-RESPOSTA
    IF GRS-RESPOSTA = "S" OR GRS-RESPOSTA = "N"
        MOVE GRS-RESPOSTA TO QRT-ATIVO
    END-IF
    REWRITE REGISTO-QUARTO
    DISPLAY "Quarto " QRT-CODIGO " atualizado.".

LISTAR-QUARTOS.
    MOVE ZERO TO GRS-TOTAL-LISTADOS
    MOVE 'N' TO GRS-FIM-FICHEIRO
    OPEN INPUT QUARTOS-FILE.
    IF QUARTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir QUARTOS-FILE. Status: " QUARTOS-STATUS
    ELSE
        OPEN INPUT ALOJAMENTOS-FILE
        PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
            READ QUARTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
                NOT AT END
                    MOVE QRT-CODIGO TO GRS-QUARTO
                    PERFORM CONTAR-OCUPANTES
                    MOVE QRT-RENDA-MENSAL TO GRS-RENDA-ED
                    DISPLAY QRT-CODIGO " " QRT-RESIDENCIA
                        " ocupacao " GRS-OCUPANTES "/" QRT-CAPACIDADE
                        " renda " GRS-RENDA-ED " ativo " QRT-ATIVO
                    ADD 1 TO GRS-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        IF ALOJAMENTOS-STATUS = "00"
            CLOSE ALOJAMENTOS-FILE
        END-IF
        CLOSE QUARTOS-FILE
        DISPLAY "Total de quartos: " GRS-TOTAL-LISTADOS
    END-IF.

CONTAR-OCUPANTES.
*> pressupoe ALOJAMENTOS-FILE aberto; conta os alojados atuais do
*> quarto GRS-QUARTO.
    MOVE ZERO TO GRS-OCUPANTES
    IF ALOJAMENTOS-STATUS = "00"
        MOVE GRS-QUARTO TO ALJ-QUARTO
        MOVE 'N' TO GRS-FIM-QUARTO
        START ALOJAMENTOS-FILE KEY IS EQUAL TO ALJ-QUARTO
            INVALID KEY
                MOVE 'Y' TO GRS-FIM-QUARTO
        END-START
        PERFORM UNTIL GRS-FIM-QUARTO = 'Y'
            READ ALOJAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRS-FIM-QUARTO
                NOT AT END
                    IF ALJ-QUARTO NOT = GRS-QUARTO
                        MOVE 'Y' TO GRS-FIM-QUARTO
                    ELSE
                        IF ALJ-ALOJADO
                            ADD 1 TO GRS-OCUPANTES
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

LER-ALUNO.
    MOVE 'N' TO GRS-ALUNO-OK
    MOVE SPACES TO GRS-NOME-ALUNO
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE GRS-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-NOME-ALUNO TO GRS-NOME-ALUNO
                MOVE 'S' TO GRS-ALUNO-OK
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

PROCURAR-ALOJAMENTO-ALUNO.
*> pressupoe ALOJAMENTOS-FILE aberto; procura o pedido pendente
*> ou o alojamento em curso do aluno GRS-ID-ALUNO.
    MOVE 'N' TO GRS-ACHOU
    MOVE 'N' TO GRS-FIM-FICHEIRO
    MOVE GRS-ID-ALUNO TO ALJ-ID-ALUNO
    MOVE ZERO TO ALJ-DATA-PEDIDO
    START ALOJAMENTOS-FILE KEY IS NOT LESS THAN ALJ-CHAVE
        INVALID KEY
            MOVE 'Y' TO GRS-FIM-FICHEIRO
    END-START
    PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
        READ ALOJAMENTOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
            NOT AT END
                IF ALJ-ID-ALUNO NOT = GRS-ID-ALUNO
                    MOVE 'Y' TO GRS-FIM-FICHEIRO
                ELSE
                    IF ALJ-PENDENTE OR ALJ-ALOJADO
                        MOVE 'S' TO GRS-ACHOU
                        MOVE ALJ-CHAVE TO GRS-CHAVE-ACHADA
                        MOVE ALJ-ESTADO TO GRS-ESTADO-ACHADO
                        MOVE 'Y' TO GRS-FIM-FICHEIRO
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF GRS-ACHOU = 'S'
        MOVE GRS-CHAVE-ACHADA TO ALJ-CHAVE
        READ ALOJAMENTOS-FILE KEY IS ALJ-CHAVE
            INVALID KEY
                MOVE 'N' TO GRS-ACHOU
        END-READ
    END-IF.

ABRIR-ALOJAMENTOS-IO.
    MOVE ZERO TO ALOJAMENTOS-TENTATIVAS
    MOVE "99" TO ALOJAMENTOS-STATUS
    PERFORM UNTIL ALOJAMENTOS-STATUS = "00"
        OR ALOJAMENTOS-TENTATIVAS = 5
        OPEN I-O ALOJAMENTOS-FILE
        IF ALOJAMENTOS-STATUS NOT = "00"
            ADD 1 TO ALOJAMENTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALOJAMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALOJAMENTOS-FILE. Status: "
            ALOJAMENTOS-STATUS
    END-IF.

REGISTAR-PEDIDO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRS-ID-ALUNO
    PERFORM LER-ALUNO
    IF GRS-ALUNO-OK = 'N'
        DISPLAY "Aluno nao encontrado."
    ELSE
        PERFORM ABRIR-ALOJAMENTOS-IO
        IF ALOJAMENTOS-STATUS = "00"
            PERFORM PROCURAR-ALOJAMENTO-ALUNO
            IF GRS-ACHOU = 'S'
                DISPLAY "O aluno ja tem um pedido pendente ou esta"
                    " alojado."
            ELSE
                MOVE GRS-ID-ALUNO TO GRS-ID-VERIFICAR
                PERFORM VERIFICAR-BOLSEIRO
                INITIALIZE REGISTO-ALOJAMENTO
                MOVE GRS-ID-ALUNO TO ALJ-ID-ALUNO
                MOVE GRS-HOJE TO ALJ-DATA-PEDIDO
                MOVE SPACES TO ALJ-QUARTO
                MOVE GRS-BOLSEIRO TO ALJ-BOLSEIRO
                MOVE "P" TO ALJ-ESTADO
                MOVE ZERO TO ALJ-DATA-ENTRADA
                MOVE ZERO TO ALJ-DATA-SAIDA
                MOVE ZERO TO ALJ-RENDA-MENSAL
                MOVE ZERO TO ALJ-MES-COBRADO
                MOVE SES-OPERADOR-ATUAL TO ALJ-OPERADOR
                WRITE REGISTO-ALOJAMENTO
                    INVALID KEY
                        DISPLAY "O aluno ja registou um pedido hoje."
                    NOT INVALID KEY
                        IF ALJ-PRIORITARIO
                            DISPLAY "Pedido registado para "
                                GRS-NOME-ALUNO " (bolseiro,"
                                " prioritario)."
                        ELSE
                            DISPLAY "Pedido registado para "
                                GRS-NOME-ALUNO "."
                        END-IF
                END-WRITE
            END-IF
            CLOSE ALOJAMENTOS-FILE
        END-IF
    END-IF.

PROCURAR-BOLSEIRO-ESPERA.
*> pressupoe ALOJAMENTOS-FILE aberto; devolve em
*> GRS-BOLSEIRO-ESPERA o primeiro bolseiro com pedido pendente.
    MOVE ZERO TO GRS-BOLSEIRO-ESPERA
    MOVE 'N' TO GRS-FIM-FICHEIRO
    MOVE ZERO TO ALJ-ID-ALUNO
    MOVE ZERO TO ALJ-DATA-PEDIDO
    START ALOJAMENTOS-FILE KEY IS NOT LESS THAN ALJ-CHAVE
        INVALID KEY
            MOVE 'Y' TO GRS-FIM-FICHEIRO
    END-START
    PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
        READ ALOJAMENTOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
            NOT AT END
                IF ALJ-PENDENTE
                    MOVE ALJ-ID-ALUNO TO GRS-ID-VERIFICAR
                    PERFORM VERIFICAR-BOLSEIRO
                    IF GRS-BOLSEIRO = 'S'
                        MOVE ALJ-ID-ALUNO TO GRS-BOLSEIRO-ESPERA
                        MOVE 'Y' TO GRS-FIM-FICHEIRO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ATRIBUIR-QUARTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRS-ID-ALUNO
    DISPLAY "Codigo do quarto: " NO ADVANCING
    ACCEPT GRS-QUARTO
    DISPLAY "Data de entrada (AAAAMMDD, ENTER = hoje): "
        NO ADVANCING
    MOVE SPACES TO GRS-RESPOSTA
    ACCEPT GRS-RESPOSTA
    IF GRS-RESPOSTA = SPACES
        MOVE GRS-HOJE TO GRS-DATA
    ELSE
        MOVE GRS-RESPOSTA (1:8) TO GRS-DATA
    END-IF
    IF GRS-DATA NOT NUMERIC OR GRS-DATA < 19000101
        DISPLAY "Data de entrada invalida."
    ELSE
        PERFORM LER-QUARTO
        IF GRS-QUARTO-OK = 'S'
            PERFORM ABRIR-ALOJAMENTOS-IO
            IF ALOJAMENTOS-STATUS = "00"
                PERFORM VALIDAR-E-ATRIBUIR
                CLOSE ALOJAMENTOS-FILE
            END-IF
        END-IF
    END-IF.

LER-QUARTO.
    MOVE 'N' TO GRS-QUARTO-OK
    OPEN INPUT QUARTOS-FILE.
    IF QUARTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir QUARTOS-FILE. Status: " QUARTOS-STATUS
    ELSE
        MOVE GRS-QUARTO TO QRT-CODIGO
        READ QUARTOS-FILE KEY IS QRT-CODIGO
            INVALID KEY
                DISPLAY "Quarto nao encontrado."
            NOT INVALID KEY
                IF QRT-FORA-SERVICO
                    DISPLAY "O quarto esta fora de servico."
                ELSE
                    MOVE QRT-CAPACIDADE TO GRS-CAPACIDADE
                    MOVE QRT-RENDA-MENSAL TO GRS-RENDA
                    MOVE 'S' TO GRS-QUARTO-OK
                END-IF
        END-READ
        CLOSE QUARTOS-FILE
    END-IF.

VALIDAR-E-ATRIBUIR.
    PERFORM CONTAR-OCUPANTES
    IF GRS-OCUPANTES NOT < GRS-CAPACIDADE
        DISPLAY "O quarto " GRS-QUARTO " esta completo ("
            GRS-OCUPANTES "/" GRS-CAPACIDADE ")."
    ELSE
        MOVE GRS-ID-ALUNO TO GRS-ID-VERIFICAR
        PERFORM VERIFICAR-BOLSEIRO
        MOVE GRS-BOLSEIRO TO GRS-GRUPO
        IF GRS-GRUPO = 'N'
            PERFORM PROCURAR-BOLSEIRO-ESPERA
        ELSE
            MOVE ZERO TO GRS-BOLSEIRO-ESPERA
        END-IF
        IF GRS-BOLSEIRO-ESPERA NOT = ZERO
            DISPLAY "Ha bolseiros a espera de quarto (aluno "
                GRS-BOLSEIRO-ESPERA "). Atribua-lhes quarto"
                " primeiro."
        ELSE
            PERFORM PROCURAR-ALOJAMENTO-ALUNO
            IF GRS-ACHOU = 'N' OR GRS-ESTADO-ACHADO NOT = "P"
                DISPLAY "O aluno nao tem pedido de alojamento"
                    " pendente."
            ELSE
                MOVE GRS-QUARTO TO ALJ-QUARTO
                MOVE GRS-GRUPO TO ALJ-BOLSEIRO
                MOVE "A" TO ALJ-ESTADO
                MOVE GRS-DATA TO ALJ-DATA-ENTRADA
                MOVE ZERO TO ALJ-DATA-SAIDA
                MOVE GRS-RENDA TO ALJ-RENDA-MENSAL
                MOVE ZERO TO ALJ-MES-COBRADO
                MOVE SES-OPERADOR-ATUAL TO ALJ-OPERADOR
                REWRITE REGISTO-ALOJAMENTO
                MOVE GRS-RENDA TO GRS-RENDA-ED
                DISPLAY "Aluno " GRS-ID-ALUNO " alojado no quarto "
                    GRS-QUARTO " a " GRS-DATA ", renda "
                    GRS-RENDA-ED "."
            END-IF
        END-IF
    END-IF.

REGISTAR-SAIDA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRS-ID-ALUNO
    DISPLAY "Data de saida (AAAAMMDD, ENTER = hoje): " NO ADVANCING
    MOVE SPACES TO GRS-RESPOSTA
    ACCEPT GRS-RESPOSTA
    IF GRS-RESPOSTA = SPACES
        MOVE GRS-HOJE TO GRS-DATA
    ELSE
        MOVE GRS-RESPOSTA (1:8) TO GRS-DATA
    END-IF
    PERFORM ABRIR-ALOJAMENTOS-IO
    IF ALOJAMENTOS-STATUS = "00"
        PERFORM PROCURAR-ALOJAMENTO-ALUNO
        IF GRS-ACHOU = 'N' OR GRS-ESTADO-ACHADO NOT = "A"
            DISPLAY "O aluno nao esta alojado."
        ELSE
            IF GRS-DATA NOT NUMERIC OR GRS-DATA < ALJ-DATA-ENTRADA
                DISPLAY "Data de saida invalida: anterior a entrada"
                    " em " ALJ-DATA-ENTRADA "."
            ELSE
                MOVE "S" TO ALJ-ESTADO
                MOVE GRS-DATA TO ALJ-DATA-SAIDA
                MOVE SES-OPERADOR-ATUAL TO ALJ-OPERADOR
                REWRITE REGISTO-ALOJAMENTO
                DISPLAY "Saida registada do quarto " ALJ-QUARTO "."
                IF ALJ-MES-COBRADO NOT < GRS-DATA (1:6)
                    DISPLAY "Atencao: a renda ja foi cobrada ate "
                        ALJ-MES-COBRADO ". Acerte o excesso com um"
                        " credito em propinas."
                END-IF
            END-IF
        END-IF
        CLOSE ALOJAMENTOS-FILE
    END-IF.

CANCELAR-PEDIDO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRS-ID-ALUNO
    PERFORM ABRIR-ALOJAMENTOS-IO
    IF ALOJAMENTOS-STATUS = "00"
        PERFORM PROCURAR-ALOJAMENTO-ALUNO
        IF GRS-ACHOU = 'N' OR GRS-ESTADO-ACHADO NOT = "P"
            DISPLAY "O aluno nao tem pedido pendente."
        ELSE
            MOVE "C" TO ALJ-ESTADO
            MOVE SES-OPERADOR-ATUAL TO ALJ-OPERADOR
            REWRITE REGISTO-ALOJAMENTO
            DISPLAY "Pedido cancelado."
        END-IF
        CLOSE ALOJAMENTOS-FILE
    END-IF.

LISTAR-PENDENTES.
*> os bolseiros primeiro, cada grupo pela ordem do ficheiro.
    MOVE ZERO TO GRS-TOTAL-LISTADOS
    OPEN INPUT ALOJAMENTOS-FILE.
    IF ALOJAMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALOJAMENTOS-FILE. Status: "
            ALOJAMENTOS-STATUS
    ELSE
        DISPLAY "Bolseiros (prioritarios):"
        MOVE 'S' TO GRS-GRUPO
        PERFORM LISTAR-PENDENTES-GRUPO
        DISPLAY "Restantes pedidos:"
        MOVE 'N' TO GRS-GRUPO
        PERFORM LISTAR-PENDENTES-GRUPO
        CLOSE ALOJAMENTOS-FILE
        DISPLAY "Total de pedidos pendentes: " GRS-TOTAL-LISTADOS
    END-IF.

LISTAR-PENDENTES-GRUPO.
*> GRS-GRUPO indica o grupo a listar ('S' bolseiros).
    MOVE 'N' TO GRS-FIM-FICHEIRO
    MOVE ZERO TO ALJ-ID-ALUNO
    MOVE ZERO TO ALJ-DATA-PEDIDO
    START ALOJAMENTOS-FILE KEY IS NOT LESS THAN ALJ-CHAVE
        INVALID KEY
            MOVE 'Y' TO GRS-FIM-FICHEIRO
    END-START
    PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
        READ ALOJAMENTOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
            NOT AT END
                IF ALJ-PENDENTE
                    MOVE ALJ-ID-ALUNO TO GRS-ID-VERIFICAR
                    PERFORM VERIFICAR-BOLSEIRO
                    IF GRS-BOLSEIRO = GRS-GRUPO
                        DISPLAY "  Aluno " ALJ-ID-ALUNO
                            " pedido em " ALJ-DATA-PEDIDO
                        ADD 1 TO GRS-TOTAL-LISTADOS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LISTAR-ALOJADOS-QUARTO.
    DISPLAY "Codigo do quarto: " NO ADVANCING
    ACCEPT GRS-QUARTO
    MOVE ZERO TO GRS-TOTAL-LISTADOS
    MOVE 'N' TO GRS-FIM-FICHEIRO
    OPEN INPUT ALOJAMENTOS-FILE.
    IF ALOJAMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALOJAMENTOS-FILE. Status: "
            ALOJAMENTOS-STATUS
    ELSE
        MOVE GRS-QUARTO TO ALJ-QUARTO
        START ALOJAMENTOS-FILE KEY IS EQUAL TO ALJ-QUARTO
            INVALID KEY
                MOVE 'Y' TO GRS-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GRS-FIM-FICHEIRO = 'Y'
            READ ALOJAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRS-FIM-FICHEIRO
                NOT AT END
                    IF ALJ-QUARTO NOT = GRS-QUARTO
                        MOVE 'Y' TO GRS-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-ALOJAMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALOJAMENTOS-FILE
        DISPLAY "Total de registos: " GRS-TOTAL-LISTADOS
    END-IF.

MOSTRAR-ALOJAMENTO.
    EVALUATE TRUE
        WHEN ALJ-ALOJADO
            MOVE "alojado" TO GRS-ESTADO-TXT
        WHEN ALJ-SAIU
            MOVE "saiu" TO GRS-ESTADO-TXT
        WHEN OTHER
            MOVE "outro" TO GRS-ESTADO-TXT
    END-EVALUATE
    MOVE ALJ-RENDA-MENSAL TO GRS-RENDA-ED
    DISPLAY "  Aluno " ALJ-ID-ALUNO " " GRS-ESTADO-TXT
        " entrada " ALJ-DATA-ENTRADA " saida " ALJ-DATA-SAIDA
        " renda " GRS-RENDA-ED " cobrado ate " ALJ-MES-COBRADO
    ADD 1 TO GRS-TOTAL-LISTADOS.

COPY "psessao.cbl".
