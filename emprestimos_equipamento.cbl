$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: emprestimo de equipamento do imobilizado (ATIVOS.dat)
*>          a alunos. Regista o emprestimo (ativo, aluno, data
*>          prevista de devolucao), a devolucao com o estado em
*>          que o equipamento voltou, e lista os emprestimos de
*>          um aluno ou todos os que estao por devolver. Cada
*>          aluno so pode ter um emprestimo em aberto e cada
*>          ativo so pode estar emprestado a um aluno. Um
*>          equipamento nao devolvido dentro do prazo pode ser
*>          cobrado na conta de propinas do aluno (financeiro),
*>          pelo valor liquido do ativo por omissao; o emprestimo
*>          fica entao fechado como cobrado. O aviso noturno dos
*>          atrasos aos departamentos e feito por
*>          emprestimos_atrasados.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. emprestimos_equipamento.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slemprestimo.cbl".
     COPY "slativo.cbl".
     COPY "slalunomaster.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdemprestimo.cbl".
  COPY "fdativo.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsemprestimo.cbl".
  COPY "wsativo.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wssessao.cbl".
    77 EQP-OPCAO             PIC 9 VALUE ZERO.
    77 EQP-SAIR              PIC X VALUE 'N'.
    77 EQP-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 EQP-HOJE              PIC 9(8).
    77 EQP-ATV-NUMERO        PIC 9(5).
    77 EQP-ID-ALUNO          PIC 9(5).
    77 EQP-DATA-PREVISTA     PIC 9(8).
    77 EQP-RESPOSTA          PIC X(12).
    77 EQP-CONDICAO          PIC X.
    77 EQP-OBSERVACOES       PIC X(30).
    77 EQP-SEMESTRE          PIC X(6).
    77 EQP-VALOR             PIC 9(7)V99 VALUE ZERO.
    77 EQP-VALOR-LIQUIDO     PIC 9(9)V99 VALUE ZERO.
    77 EQP-DEPARTAMENTO      PIC X(4).
    77 EQP-DESCRICAO         PIC X(30).
    77 EQP-PRAZO-DIAS        PIC 9(3) VALUE 14.
    77 EQP-ATIVO-OK          PIC X VALUE 'N'.
    77 EQP-ALUNO-OK          PIC X VALUE 'N'.
    77 EQP-ENCONTROU         PIC X VALUE 'N'.
    77 EQP-ATRASO-TXT        PIC X(9).
    77 EQP-ESTADO-TXT        PIC X(10).
    77 EQP-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.
    77 EQP-MOV-REFERENCIA    PIC X(10).
    77 EQP-VALOR-ED          PIC Z(6)9.99.

PROCEDURE DIVISION.
COPY "rvemprestimo.cbl".
COPY "rvativo.cbl".
COPY "rvalunomaster.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir emprestimos de equipamento."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT EQP-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-EMPRESTIMOS-FILE
    PERFORM UNTIL EQP-SAIR = 'Y'
        PERFORM MENU-EMPRESTIMOS
    END-PERFORM.
GOBACK.

MENU-EMPRESTIMOS.
    DISPLAY "==================================="
    DISPLAY "    EMPRESTIMOS DE EQUIPAMENTO"
    DISPLAY "==================================="
    DISPLAY "1 - Registar emprestimo"
    DISPLAY "2 - Registar devolucao"
    DISPLAY "3 - Emprestimos de um aluno"
    DISPLAY "4 - Emprestimos por devolver"
    DISPLAY "5 - Cobrar equipamento nao devolvido (financeiro)"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT EQP-OPCAO
    EVALUATE EQP-OPCAO
        WHEN 1
            PERFORM REGISTAR-EMPRESTIMO
        WHEN 2
            PERFORM REGISTAR-DEVOLUCAO
        WHEN 3
            PERFORM LISTAR-EMPRESTIMOS-ALUNO
        WHEN 4
            PERFORM LISTAR-EMPRESTIMOS-ABERTOS
        WHEN 5
            PERFORM COBRAR-EMPRESTIMO
        WHEN 0
            MOVE 'Y' TO EQP-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-EMPRESTIMOS-FILE.
    OPEN INPUT EMPRESTIMOS-FILE.
    IF EMPRESTIMOS-STATUS = "35"
        OPEN OUTPUT EMPRESTIMOS-FILE
        CLOSE EMPRESTIMOS-FILE
    ELSE
        IF EMPRESTIMOS-STATUS = "00"
            CLOSE EMPRESTIMOS-FILE
        END-IF
    END-IF.

GARANTIR-PROPINAS-FILE.
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS = "35"
        OPEN OUTPUT PROPINAS-FILE
        CLOSE PROPINAS-FILE
    ELSE
        IF PROPINAS-STATUS = "00"
            CLOSE PROPINAS-FILE
        END-IF
    END-IF.

REGISTAR-EMPRESTIMO.
    DISPLAY "Numero do ativo: " NO ADVANCING
    ACCEPT EQP-ATV-NUMERO
    PERFORM LER-ATIVO
    IF EQP-ATIVO-OK = 'S' AND NOT ATV-ATIVO
        DISPLAY "O ativo " EQP-ATV-NUMERO " esta abatido."
        MOVE 'N' TO EQP-ATIVO-OK
    END-IF
    IF EQP-ATIVO-OK = 'S'
        PERFORM VERIFICAR-ATIVO-EMPRESTADO
        IF EQP-ENCONTROU = 'S'
            DISPLAY "O ativo ja esta emprestado ao aluno "
                EMP-ID-ALUNO " desde " EMP-DATA-EMPRESTIMO "."
            MOVE 'N' TO EQP-ATIVO-OK
        END-IF
    END-IF
    IF EQP-ATIVO-OK = 'S'
        DISPLAY "Ativo: " EQP-DESCRICAO "  departamento "
            EQP-DEPARTAMENTO
        DISPLAY "ID do aluno: " NO ADVANCING
        ACCEPT EQP-ID-ALUNO
        PERFORM LER-ALUNO
    END-IF
    IF EQP-ATIVO-OK = 'S' AND EQP-ALUNO-OK = 'S'
        MOVE EQP-ID-ALUNO TO EMP-VERIFICAR-ID
        PERFORM VERIFICAR-EMPRESTIMO-ABERTO
        IF ALUNO-COM-EMPRESTIMO
            DISPLAY "O aluno ja tem o ativo " EMP-ATV-ABERTO
                " emprestado. Emprestimo recusado."
        ELSE
            PERFORM PEDIR-DATA-PREVISTA
            IF EQP-DATA-PREVISTA NOT = ZERO
                PERFORM GRAVAR-EMPRESTIMO
            END-IF
        END-IF
    END-IF.

LER-ATIVO.
    MOVE 'N' TO EQP-ATIVO-OK
    OPEN INPUT ATIVOS-FILE.
    IF ATIVOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ATIVOS-FILE. Status: " ATIVOS-STATUS
    ELSE
        MOVE EQP-ATV-NUMERO TO ATV-NUMERO
        READ ATIVOS-FILE KEY IS ATV-NUMERO
            INVALID KEY
                DISPLAY "Ativo nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO EQP-ATIVO-OK
                MOVE ATV-DESCRICAO TO EQP-DESCRICAO
                MOVE ATV-DEPARTAMENTO TO EQP-DEPARTAMENTO
                IF ATV-DEPREC-ACUM < ATV-CUSTO
                    COMPUTE EQP-VALOR-LIQUIDO =
                        ATV-CUSTO - ATV-DEPREC-ACUM
                ELSE
                    MOVE ZERO TO EQP-VALOR-LIQUIDO
                END-IF
        END-READ
        CLOSE ATIVOS-FILE
    END-IF.

LER-ALUNO.
    MOVE 'N' TO EQP-ALUNO-OK
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        MOVE EQP-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                DISPLAY "Aluno nao encontrado."
            NOT INVALID KEY
                IF MASTER-ATIVO
                    MOVE 'S' TO EQP-ALUNO-OK
                    DISPLAY "Aluno: " MASTER-NOME-ALUNO
                ELSE
                    DISPLAY "O aluno nao esta ativo (estado "
                        MASTER-ESTADO ")."
                END-IF
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

VERIFICAR-ATIVO-EMPRESTADO.
*> procura um emprestimo em aberto do ativo EQP-ATV-NUMERO; se o
*> encontrar deixa-o no registo.
    MOVE 'N' TO EQP-ENCONTROU
    OPEN INPUT EMPRESTIMOS-FILE.
    IF EMPRESTIMOS-STATUS = "00"
        PERFORM LOCALIZAR-EMPRESTIMO-ATIVO
        CLOSE EMPRESTIMOS-FILE
    END-IF.

LOCALIZAR-EMPRESTIMO-ATIVO.
*> o ficheiro tem de estar aberto; os emprestimos de um ativo
*> ficam seguidos na chave (ativo + data do emprestimo).
    MOVE 'N' TO EQP-ENCONTROU
    MOVE 'N' TO EQP-FIM-FICHEIRO
    MOVE EQP-ATV-NUMERO TO EMP-ATV-NUMERO
    MOVE ZERO TO EMP-DATA-EMPRESTIMO
    START EMPRESTIMOS-FILE KEY IS NOT LESS THAN EMP-CHAVE
        INVALID KEY
            MOVE 'Y' TO EQP-FIM-FICHEIRO
    END-START
    PERFORM UNTIL EQP-FIM-FICHEIRO = 'Y'
        READ EMPRESTIMOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO EQP-FIM-FICHEIRO
            NOT AT END
                IF EMP-ATV-NUMERO NOT = EQP-ATV-NUMERO
                    MOVE 'Y' TO EQP-FIM-FICHEIRO
                ELSE
                    IF EMP-ABERTO
                        MOVE 'S' TO EQP-ENCONTROU
                        MOVE 'Y' TO EQP-FIM-FICHEIRO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

PEDIR-DATA-PREVISTA.
    MOVE ZERO TO EQP-DATA-PREVISTA
    DISPLAY "Data prevista de devolucao (AAAAMMDD, ENTER = "
        EQP-PRAZO-DIAS " dias): " NO ADVANCING
    MOVE SPACES TO EQP-RESPOSTA
    ACCEPT EQP-RESPOSTA
    IF EQP-RESPOSTA = SPACES
        COMPUTE EQP-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (EQP-HOJE) + EQP-PRAZO-DIAS)
    ELSE
        IF EQP-RESPOSTA (1:8) IS NUMERIC
            AND EQP-RESPOSTA (9:4) = SPACES
            AND EQP-RESPOSTA (1:8) > EQP-HOJE
            MOVE EQP-RESPOSTA (1:8) TO EQP-DATA-PREVISTA
        ELSE
            DISPLAY "Data invalida: tem de ser posterior a hoje."
        END-IF
    END-IF.

GRAVAR-EMPRESTIMO.
    MOVE ZERO TO EMPRESTIMOS-TENTATIVAS
    MOVE "99" TO EMPRESTIMOS-STATUS
    PERFORM UNTIL EMPRESTIMOS-STATUS = "00"
        OR EMPRESTIMOS-TENTATIVAS = 5
        OPEN I-O EMPRESTIMOS-FILE
        IF EMPRESTIMOS-STATUS NOT = "00"
            ADD 1 TO EMPRESTIMOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF EMPRESTIMOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EMPRESTIMOS-FILE. Status: "
            EMPRESTIMOS-STATUS
    ELSE
        INITIALIZE REGISTO-EMPRESTIMO
        MOVE EQP-ATV-NUMERO TO EMP-ATV-NUMERO
        MOVE EQP-HOJE TO EMP-DATA-EMPRESTIMO
        MOVE EQP-ID-ALUNO TO EMP-ID-ALUNO
        MOVE EQP-DATA-PREVISTA TO EMP-DATA-PREVISTA
        MOVE ZERO TO EMP-DATA-DEVOLUCAO
        MOVE "A" TO EMP-ESTADO
        MOVE SPACE TO EMP-CONDICAO
        MOVE SPACES TO EMP-OBSERVACOES
        MOVE EQP-DEPARTAMENTO TO EMP-DEPARTAMENTO
        MOVE ZERO TO EMP-VALOR-COBRADO
        MOVE SPACES TO EMP-SEMESTRE-COBRANCA
        MOVE SES-OPERADOR-ATUAL TO EMP-OPERADOR
        WRITE REGISTO-EMPRESTIMO
            INVALID KEY
                DISPLAY "O ativo ja teve um emprestimo registado"
                    " hoje. Emprestimo nao gravado."
            NOT INVALID KEY
                DISPLAY "Emprestimo registado: ativo " EQP-ATV-NUMERO
                    " ao aluno " EQP-ID-ALUNO ", devolucao ate "
                    EQP-DATA-PREVISTA "."
        END-WRITE
        CLOSE EMPRESTIMOS-FILE
    END-IF.

REGISTAR-DEVOLUCAO.
    DISPLAY "Numero do ativo devolvido: " NO ADVANCING
    ACCEPT EQP-ATV-NUMERO
    MOVE ZERO TO EMPRESTIMOS-TENTATIVAS
    MOVE "99" TO EMPRESTIMOS-STATUS
    PERFORM UNTIL EMPRESTIMOS-STATUS = "00"
        OR EMPRESTIMOS-TENTATIVAS = 5
        OPEN I-O EMPRESTIMOS-FILE
        IF EMPRESTIMOS-STATUS NOT = "00"
            ADD 1 TO EMPRESTIMOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF EMPRESTIMOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EMPRESTIMOS-FILE. Status: "
            EMPRESTIMOS-STATUS
    ELSE
        PERFORM LOCALIZAR-EMPRESTIMO-ATIVO
        IF EQP-ENCONTROU = 'N'
            DISPLAY "O ativo nao tem emprestimo por devolver."
        ELSE
            DISPLAY "Emprestado ao aluno " EMP-ID-ALUNO " em "
                EMP-DATA-EMPRESTIMO ", devolucao prevista "
                EMP-DATA-PREVISTA
            DISPLAY "Estado na devolucao (B - bom, D - danificado,"
                " I - inutilizado): " NO ADVANCING
            ACCEPT EQP-CONDICAO
            IF EQP-CONDICAO NOT = "B" AND EQP-CONDICAO NOT = "D"
                AND EQP-CONDICAO NOT = "I"
                DISPLAY "Estado invalido. Devolucao nao registada."
            ELSE
                DISPLAY "Observacoes: " NO ADVANCING
                MOVE SPACES TO EQP-OBSERVACOES
                ACCEPT EQP-OBSERVACOES
                MOVE "D" TO EMP-ESTADO
                MOVE EQP-HOJE TO EMP-DATA-DEVOLUCAO
                MOVE EQP-CONDICAO TO EMP-CONDICAO
                MOVE EQP-OBSERVACOES TO EMP-OBSERVACOES
                MOVE SES-OPERADOR-ATUAL TO EMP-OPERADOR
                REWRITE REGISTO-EMPRESTIMO
                DISPLAY "Devolucao registada."
                IF EMP-DATA-PREVISTA < EQP-HOJE
                    DISPLAY "Devolvido fora do prazo."
                END-IF
            END-IF
        END-IF
        CLOSE EMPRESTIMOS-FILE
    END-IF.

LISTAR-EMPRESTIMOS-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT EQP-ID-ALUNO
    MOVE ZERO TO EQP-TOTAL-LISTADOS
    OPEN INPUT EMPRESTIMOS-FILE.
    IF EMPRESTIMOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EMPRESTIMOS-FILE. Status: "
            EMPRESTIMOS-STATUS
    ELSE
        MOVE 'N' TO EQP-FIM-FICHEIRO
        MOVE EQP-ID-ALUNO TO EMP-ID-ALUNO
        START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO EQP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL EQP-FIM-FICHEIRO = 'Y'
            READ EMPRESTIMOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO EQP-FIM-FICHEIRO
                NOT AT END
                    IF EMP-ID-ALUNO NOT = EQP-ID-ALUNO
                        MOVE 'Y' TO EQP-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-EMPRESTIMO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMPRESTIMOS-FILE
        DISPLAY "Total de emprestimos: " EQP-TOTAL-LISTADOS
    END-IF.

LISTAR-EMPRESTIMOS-ABERTOS.
    MOVE ZERO TO EQP-TOTAL-LISTADOS
    OPEN INPUT EMPRESTIMOS-FILE.
    IF EMPRESTIMOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EMPRESTIMOS-FILE. Status: "
            EMPRESTIMOS-STATUS
    ELSE
        MOVE 'N' TO EQP-FIM-FICHEIRO
        PERFORM UNTIL EQP-FIM-FICHEIRO = 'Y'
            READ EMPRESTIMOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO EQP-FIM-FICHEIRO
                NOT AT END
                    IF EMP-ABERTO
                        PERFORM MOSTRAR-EMPRESTIMO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMPRESTIMOS-FILE
        DISPLAY "Total por devolver: " EQP-TOTAL-LISTADOS
    END-IF.

MOSTRAR-EMPRESTIMO.
    EVALUATE TRUE
        WHEN EMP-ABERTO
            MOVE "emprestado" TO EQP-ESTADO-TXT
        WHEN EMP-DEVOLVIDO
            MOVE "devolvido" TO EQP-ESTADO-TXT
        WHEN OTHER
            MOVE "cobrado" TO EQP-ESTADO-TXT
    END-EVALUATE
    MOVE SPACES TO EQP-ATRASO-TXT
    IF EMP-ABERTO AND EMP-DATA-PREVISTA < EQP-HOJE
        MOVE "ATRASADO" TO EQP-ATRASO-TXT
    END-IF
    DISPLAY EMP-ATV-NUMERO " aluno " EMP-ID-ALUNO " "
        EMP-DATA-EMPRESTIMO " ate " EMP-DATA-PREVISTA " "
        EQP-ESTADO-TXT " " EMP-DATA-DEVOLUCAO " " EMP-CONDICAO " "
        EMP-DEPARTAMENTO " " EQP-ATRASO-TXT
    ADD 1 TO EQP-TOTAL-LISTADOS.

COBRAR-EMPRESTIMO.
*> so o financeiro cobra; o equipamento tem de estar por devolver
*> e fora do prazo. O valor por omissao e o valor liquido do
*> ativo (custo menos amortizacoes acumuladas).
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a cobranca e feita pelo financeiro."
    ELSE
        DISPLAY "Numero do ativo nao devolvido: " NO ADVANCING
        ACCEPT EQP-ATV-NUMERO
        PERFORM LER-ATIVO
        IF EQP-ATIVO-OK = 'S'
            PERFORM COBRAR-EMPRESTIMO-ATIVO
        END-IF
    END-IF.

COBRAR-EMPRESTIMO-ATIVO.
    MOVE ZERO TO EMPRESTIMOS-TENTATIVAS
    MOVE "99" TO EMPRESTIMOS-STATUS
    PERFORM UNTIL EMPRESTIMOS-STATUS = "00"
        OR EMPRESTIMOS-TENTATIVAS = 5
        OPEN I-O EMPRESTIMOS-FILE
        IF EMPRESTIMOS-STATUS NOT = "00"
            ADD 1 TO EMPRESTIMOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF EMPRESTIMOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir EMPRESTIMOS-FILE. Status: "
            EMPRESTIMOS-STATUS
    ELSE
        PERFORM LOCALIZAR-EMPRESTIMO-ATIVO
        IF EQP-ENCONTROU = 'N'
            DISPLAY "O ativo nao tem emprestimo por devolver."
        ELSE
            IF EMP-DATA-PREVISTA NOT < EQP-HOJE
                DISPLAY "O emprestimo ainda esta dentro do prazo ("
                    EMP-DATA-PREVISTA ")."
            ELSE
                PERFORM PEDIR-DADOS-COBRANCA
                IF EQP-SEMESTRE NOT = SPACES
                    MOVE EMP-ID-ALUNO TO EQP-ID-ALUNO
                    PERFORM LANCAR-DEBITO-EQUIPAMENTO
                    MOVE "C" TO EMP-ESTADO
                    MOVE EQP-VALOR TO EMP-VALOR-COBRADO
                    MOVE EQP-SEMESTRE TO EMP-SEMESTRE-COBRANCA
                    MOVE SES-OPERADOR-ATUAL TO EMP-OPERADOR
                    REWRITE REGISTO-EMPRESTIMO
                    MOVE EQP-VALOR TO EQP-VALOR-ED
                    DISPLAY "Cobrado " EQP-VALOR-ED " ao aluno "
                        EQP-ID-ALUNO " no semestre " EQP-SEMESTRE "."
                    DISPLAY "Se o equipamento for dado como perdido,"
                        " abata o ativo em gerir_ativos."
                END-IF
            END-IF
        END-IF
        CLOSE EMPRESTIMOS-FILE
    END-IF.

PEDIR-DADOS-COBRANCA.
    MOVE SPACES TO EQP-SEMESTRE
    IF EQP-VALOR-LIQUIDO > 9999999.99
        MOVE 9999999.99 TO EQP-VALOR
    ELSE
        MOVE EQP-VALOR-LIQUIDO TO EQP-VALOR
    END-IF
    MOVE EQP-VALOR TO EQP-VALOR-ED
    DISPLAY "Aluno " EMP-ID-ALUNO ", emprestado em "
        EMP-DATA-EMPRESTIMO ", devolucao prevista "
        EMP-DATA-PREVISTA
    DISPLAY "Valor a cobrar (ENTER = valor liquido " EQP-VALOR-ED
        "): " NO ADVANCING
    MOVE SPACES TO EQP-RESPOSTA
    ACCEPT EQP-RESPOSTA
    IF EQP-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (EQP-RESPOSTA) TO EQP-VALOR
    END-IF
    IF EQP-VALOR = ZERO
        DISPLAY "Valor nulo. Cobranca nao registada."
    ELSE
        DISPLAY "Semestre da conta de propinas (ex: 2026S1): "
            NO ADVANCING
        ACCEPT EQP-SEMESTRE
        IF EQP-SEMESTRE = SPACES
            DISPLAY "O semestre e obrigatorio."
        END-IF
    END-IF.

LANCAR-DEBITO-EQUIPAMENTO.
*> debito (D) na conta do semestre indicado; a referencia do
*> movimento leva o numero do ativo.
    MOVE SPACES TO EQP-MOV-REFERENCIA
    STRING "EMP" DELIMITED BY SIZE
           EMP-ATV-NUMERO DELIMITED BY SIZE
           INTO EQP-MOV-REFERENCIA
    PERFORM GARANTIR-PROPINAS-FILE
    MOVE ZERO TO PROPINAS-TENTATIVAS
    MOVE "99" TO PROPINAS-STATUS
    PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
        OPEN I-O PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            ADD 1 TO PROPINAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Aviso: debito do equipamento nao lancado"
            " (PROPINAS-FILE status " PROPINAS-STATUS ")."
    ELSE
        MOVE EQP-ID-ALUNO TO PRO-ID-ALUNO
        MOVE EQP-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                MOVE EQP-ID-ALUNO TO PRO-ID-ALUNO
                MOVE EQP-SEMESTRE TO PRO-SEMESTRE
                MOVE EQP-VALOR TO PRO-TOTAL-DEBITO
                MOVE ZERO TO PRO-TOTAL-PAGO
                WRITE REGISTO-PROPINA
            NOT INVALID KEY
                ADD EQP-VALOR TO PRO-TOTAL-DEBITO
                REWRITE REGISTO-PROPINA
        END-READ
        CLOSE PROPINAS-FILE
        OPEN EXTEND PROPMOV-FILE
        IF PROPMOV-STATUS NOT = "00"
            OPEN OUTPUT PROPMOV-FILE
        END-IF
        IF PROPMOV-STATUS = "00"
            MOVE EQP-HOJE TO MOV-DATA
            MOVE EQP-ID-ALUNO TO MOV-ID-ALUNO
            MOVE EQP-SEMESTRE TO MOV-SEMESTRE
            MOVE "D" TO MOV-TIPO
            MOVE EQP-VALOR TO MOV-VALOR
            MOVE EQP-MOV-REFERENCIA TO MOV-REFERENCIA
            WRITE REGISTO-PROPMOV
            CLOSE PROPMOV-FILE
        END-IF
    END-IF.

COPY "pemprestimo.cbl".

COPY "psessao.cbl".
