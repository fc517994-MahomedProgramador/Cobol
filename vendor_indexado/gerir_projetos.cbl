*>****************************************************************
*> Author:
*> Date:
*> Purpose: ficheiro mestre dos projetos de investigacao
*>          financiados (FCT, programas europeus). Cada projeto
*>          (PROJETOS.dat) tem o financiador, a referencia do
*>          contrato de financiamento, o investigador
*>          responsavel, o periodo de elegibilidade e o orcamento
*>          aprovado por rubrica elegivel. As ordens de compra e
*>          as suas linhas, as faturas, os vales de caixa e as
*>          saidas de stock levam o codigo do projeto e a rubrica;
*>          a execucao por rubrica sai em relatorio_projetos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_projetos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slprojeto.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdprojeto.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsprojeto.cbl".
  COPY "wsprjimput.cbl".
  COPY "wssessao.cbl".
    77 GPJ-OPCAO             PIC 9 VALUE ZERO.
    77 GPJ-SAIR              PIC X VALUE 'N'.
    77 GPJ-CODIGO            PIC X(8).
    77 GPJ-NOVO              PIC X VALUE 'N'.
    77 GPJ-DADOS-OK          PIC X VALUE 'N'.
    77 GPJ-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GPJ-RESPOSTA          PIC X(14).
    77 GPJ-TEXTO             PIC X(30).
    77 GPJ-IX                PIC 9(2).
    77 GPJ-TOTAL-ORCAMENTO   PIC 9(10)V99 VALUE ZERO.
    77 GPJ-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GPJ-VALOR-ED          PIC Z(8)9.99.
    77 GPJ-TOTAL-ED          PIC Z(9)9.99.

PROCEDURE DIVISION.
COPY "rvprojeto.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-PROJETOS
    PERFORM UNTIL GPJ-SAIR = 'Y'
        PERFORM MENU-PROJETOS
    END-PERFORM.
GOBACK.

MENU-PROJETOS.
    DISPLAY "==================================="
    DISPLAY "    PROJETOS DE INVESTIGACAO"
    DISPLAY "==================================="
    DISPLAY "1 - Criar ou alterar projeto"
    DISPLAY "2 - Listar projetos"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GPJ-OPCAO
    EVALUATE GPJ-OPCAO
        WHEN 1
            PERFORM CRIAR-ALTERAR-PROJETO
        WHEN 2
            PERFORM LISTAR-PROJETOS
        WHEN 0
            MOVE 'Y' TO GPJ-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-PROJETOS.
    OPEN INPUT PROJETOS-FILE.
    IF PROJETOS-STATUS = "35"
        OPEN OUTPUT PROJETOS-FILE
        CLOSE PROJETOS-FILE
    ELSE
        IF PROJETOS-STATUS = "00"
            CLOSE PROJETOS-FILE
        END-IF
    END-IF.

CRIAR-ALTERAR-PROJETO.
*> o orcamento aprovado dos projetos e mantido pelas financas.
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: os projetos sao mantidos pelas"
            " financas."
    ELSE
        DISPLAY "Codigo do projeto: " NO ADVANCING
        MOVE SPACES TO GPJ-CODIGO
        ACCEPT GPJ-CODIGO
        IF GPJ-CODIGO = SPACES OR GPJ-CODIGO = "-"
            DISPLAY "Codigo invalido."
        ELSE
            PERFORM GRAVAR-PROJETO
        END-IF
    END-IF.

GRAVAR-PROJETO.
    OPEN I-O PROJETOS-FILE
    IF PROJETOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROJETOS-FILE. Status: "
            PROJETOS-STATUS
    ELSE
        MOVE GPJ-CODIGO TO PRJ-CODIGO
        READ PROJETOS-FILE KEY IS PRJ-CODIGO
            INVALID KEY
                MOVE 'S' TO GPJ-NOVO
                INITIALIZE REGISTO-PROJETO
                MOVE GPJ-CODIGO TO PRJ-CODIGO
                MOVE "A" TO PRJ-ESTADO
                PERFORM VARYING GPJ-IX FROM 1 BY 1 UNTIL GPJ-IX > 8
                    MOVE PJI-RUB-CODIGO (GPJ-IX)
                        TO PRJ-RUB-CATEGORIA (GPJ-IX)
                    MOVE ZERO TO PRJ-RUB-ORCAMENTO (GPJ-IX)
                END-PERFORM
            NOT INVALID KEY
                MOVE 'N' TO GPJ-NOVO
                PERFORM MOSTRAR-PROJETO
        END-READ
        PERFORM PEDIR-DADOS-PROJETO
        IF GPJ-DADOS-OK = 'S'
            IF GPJ-NOVO = 'S'
                WRITE REGISTO-PROJETO
                    INVALID KEY
                        DISPLAY "Erro: projeto duplicado."
                    NOT INVALID KEY
                        DISPLAY "Projeto " GPJ-CODIGO " criado."
                END-WRITE
            ELSE
                REWRITE REGISTO-PROJETO
                DISPLAY "Projeto " GPJ-CODIGO " alterado."
            END-IF
        END-IF
        CLOSE PROJETOS-FILE
    END-IF.

PEDIR-DADOS-PROJETO.
*> nas alteracoes, ENTER mantem o valor atual de cada campo.
    MOVE 'S' TO GPJ-DADOS-OK
    DISPLAY "Designacao: " NO ADVANCING
    MOVE SPACES TO GPJ-TEXTO
    ACCEPT GPJ-TEXTO
    IF GPJ-TEXTO NOT = SPACES
        MOVE GPJ-TEXTO TO PRJ-DESIGNACAO
    END-IF
    DISPLAY "Financiador (ex: FCT, HORIZONTE, PRR): " NO ADVANCING
    MOVE SPACES TO GPJ-TEXTO
    ACCEPT GPJ-TEXTO
    IF GPJ-TEXTO NOT = SPACES
        MOVE GPJ-TEXTO TO PRJ-FINANCIADOR
    END-IF
    DISPLAY "Referencia do financiamento: " NO ADVANCING
    MOVE SPACES TO GPJ-TEXTO
    ACCEPT GPJ-TEXTO
    IF GPJ-TEXTO NOT = SPACES
        MOVE GPJ-TEXTO TO PRJ-REFERENCIA
    END-IF
    DISPLAY "Investigador responsavel: " NO ADVANCING
    MOVE SPACES TO GPJ-TEXTO
    ACCEPT GPJ-TEXTO
    IF GPJ-TEXTO NOT = SPACES
        MOVE GPJ-TEXTO TO PRJ-INVESTIGADOR
    END-IF
    DISPLAY "Inicio da elegibilidade (AAAAMMDD): " NO ADVANCING
    MOVE SPACES TO GPJ-RESPOSTA
    ACCEPT GPJ-RESPOSTA
    IF GPJ-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GPJ-RESPOSTA) TO PRJ-DATA-INICIO
    END-IF
    DISPLAY "Fim da elegibilidade (AAAAMMDD): " NO ADVANCING
    MOVE SPACES TO GPJ-RESPOSTA
    ACCEPT GPJ-RESPOSTA
    IF GPJ-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GPJ-RESPOSTA) TO PRJ-DATA-FIM
    END-IF
    DISPLAY "Orcamento aprovado por rubrica (ENTER = mantem):"
    PERFORM VARYING GPJ-IX FROM 1 BY 1 UNTIL GPJ-IX > 8
        PERFORM PEDIR-ORCAMENTO-RUBRICA
    END-PERFORM
    IF GPJ-NOVO = 'N'
        DISPLAY "Encerrar o projeto (S/N)? " NO ADVANCING
        MOVE SPACES TO GPJ-RESPOSTA
        ACCEPT GPJ-RESPOSTA
        IF GPJ-RESPOSTA (1:1) = "S" OR GPJ-RESPOSTA (1:1) = "s"
            MOVE "E" TO PRJ-ESTADO
        ELSE
            MOVE "A" TO PRJ-ESTADO
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN PRJ-DESIGNACAO = SPACES
            DISPLAY "A designacao e obrigatoria."
            MOVE 'N' TO GPJ-DADOS-OK
        WHEN PRJ-FINANCIADOR = SPACES
            DISPLAY "O financiador e obrigatorio."
            MOVE 'N' TO GPJ-DADOS-OK
        WHEN PRJ-DATA-INICIO = ZERO OR PRJ-DATA-FIM = ZERO
            OR PRJ-DATA-FIM < PRJ-DATA-INICIO
            DISPLAY "Periodo de elegibilidade invalido."
            MOVE 'N' TO GPJ-DADOS-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

PEDIR-ORCAMENTO-RUBRICA.
    MOVE PRJ-RUB-ORCAMENTO (GPJ-IX) TO GPJ-VALOR-ED
    DISPLAY "  " PJI-RUB-CODIGO (GPJ-IX) " " PJI-RUB-NOME (GPJ-IX)
        " [" GPJ-VALOR-ED "]: " NO ADVANCING
    MOVE SPACES TO GPJ-RESPOSTA
    ACCEPT GPJ-RESPOSTA
    MOVE PJI-RUB-CODIGO (GPJ-IX) TO PRJ-RUB-CATEGORIA (GPJ-IX)
    IF GPJ-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GPJ-RESPOSTA)
            TO PRJ-RUB-ORCAMENTO (GPJ-IX)
    END-IF.

MOSTRAR-PROJETO.
    DISPLAY "Projeto " PRJ-CODIGO "  " PRJ-DESIGNACAO
        "  estado " PRJ-ESTADO
    DISPLAY "  financiador " PRJ-FINANCIADOR "  ref. "
        PRJ-REFERENCIA
    DISPLAY "  responsavel " PRJ-INVESTIGADOR
    DISPLAY "  elegivel de " PRJ-DATA-INICIO " a " PRJ-DATA-FIM
    MOVE ZERO TO GPJ-TOTAL-ORCAMENTO
    PERFORM VARYING GPJ-IX FROM 1 BY 1 UNTIL GPJ-IX > 8
        IF PRJ-RUB-ORCAMENTO (GPJ-IX) > ZERO
            MOVE PRJ-RUB-ORCAMENTO (GPJ-IX) TO GPJ-VALOR-ED
            DISPLAY "    " PRJ-RUB-CATEGORIA (GPJ-IX) " "
                PJI-RUB-NOME (GPJ-IX) GPJ-VALOR-ED
            ADD PRJ-RUB-ORCAMENTO (GPJ-IX) TO GPJ-TOTAL-ORCAMENTO
        END-IF
    END-PERFORM
    MOVE GPJ-TOTAL-ORCAMENTO TO GPJ-TOTAL-ED
    DISPLAY "  orcamento total " GPJ-TOTAL-ED.

LISTAR-PROJETOS.
    MOVE ZERO TO GPJ-TOTAL-LISTADOS
    MOVE 'N' TO GPJ-FIM-FICHEIRO
    OPEN INPUT PROJETOS-FILE.
    IF PROJETOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROJETOS-FILE. Status: "
            PROJETOS-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " PROJETOS DE INVESTIGACAO"
        DISPLAY "==============================================="
        PERFORM UNTIL GPJ-FIM-FICHEIRO = 'Y'
            READ PROJETOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GPJ-FIM-FICHEIRO
                NOT AT END
                    PERFORM MOSTRAR-PROJETO
                    ADD 1 TO GPJ-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        CLOSE PROJETOS-FILE
        DISPLAY "Total de projetos: " GPJ-TOTAL-LISTADOS
    END-IF.

COPY "psessao.cbl".
