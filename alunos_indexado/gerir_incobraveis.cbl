*>****************************************************************
*> Author:
*> Date:
*> Purpose: propostas de anulacao de dividas de propinas
*>          incobraveis (INCOBRAVEIS.dat, uma por aluno e
*>          semestre). Qualquer operador da secretaria ou das
*>          financas propoe a anulacao do saldo em divida de uma
*>          conta com um motivo (F aluno falecido, P divida
*>          prescrita, R saldo residual, O outro); as financas
*>          podem ainda gerar de uma vez as propostas de saldos
*>          residuais ate um limite e de dividas mais antigas que
*>          o prazo de prescricao. So um operador das financas
*>          (nivel 3) ou o administrador aprova ou rejeita, e
*>          nunca a sua propria proposta, confirmando o motivo.
*>          A aprovacao abate o saldo a PRO-TOTAL-DEBITO, grava o
*>          movimento de tipo I em PROPMOV.dat (referencia
*>          INCOB-motivo), que mensal_gl leva a gastos com
*>          dividas incobraveis (PRI), e, se o aluno ficar sem
*>          divida, levanta o MASTER-BLOQUEADO.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_incobraveis.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slincobravel.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slsemestre.cbl".
     COPY "slalunomaster.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdincobravel.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsincobravel.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wssemestre.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wssessao.cbl".
    77 INB-OPCAO             PIC 9 VALUE ZERO.
    77 INB-SAIR              PIC X VALUE 'N'.
    77 INB-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 INB-FIM-CONTAS        PIC X VALUE 'N'.
    77 INB-DATA-HOJE         PIC 9(8).
    77 INB-DIAS-HOJE         PIC 9(7).
    77 INB-DIAS-INICIO       PIC 9(7).
    77 INB-DIAS-DIVIDA       PIC S9(7).
    77 INB-ID-ALUNO          PIC 9(5).
    77 INB-SEMESTRE          PIC X(6).
    77 INB-MOTIVO            PIC X.
    77 INB-ESTADO            PIC X.
    77 INB-RESPOSTA          PIC X(10).
    77 INB-SALDO             PIC S9(8)V99.
    77 INB-SALDO-ALUNO       PIC S9(8)V99.
    77 INB-VALOR             PIC 9(7)V99.
    77 INB-LIMITE-RESIDUAL   PIC 9(5)V99 VALUE 5.00.
    77 INB-DIAS-PRESCRICAO   PIC 9(5) VALUE 1825.
    77 INB-SEMESTRES-ABERTO  PIC X VALUE 'N'.
    77 INB-PODE-DECIDIR      PIC X VALUE 'N'.
    77 INB-CONTA-OK          PIC X VALUE 'N'.
    77 INB-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.
    77 INB-TOTAL-PROPOSTAS   PIC 9(5) VALUE ZERO.
    77 INB-TOTAL-VALOR       PIC 9(9)V99 VALUE ZERO.
    77 INB-VALOR-ED          PIC Z(6)9.99.
    77 INB-TOTAL-ED          PIC Z(8)9.99.

PROCEDURE DIVISION.
COPY "rvincobravel.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvsemestre.cbl".
COPY "rvalunomaster.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao: as anulacoes de divida nao estao"
            " disponiveis ao balcao."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 3 OR SES-NIVEL-ATUAL = 9
        MOVE 'S' TO INB-PODE-DECIDIR
    END-IF
    ACCEPT INB-DATA-HOJE FROM DATE YYYYMMDD
    COMPUTE INB-DIAS-HOJE =
        FUNCTION INTEGER-OF-DATE (INB-DATA-HOJE)
    PERFORM GARANTIR-INCOBRAVEIS
    PERFORM UNTIL INB-SAIR = 'Y'
        PERFORM MENU-INCOBRAVEIS
    END-PERFORM.
GOBACK.

MENU-INCOBRAVEIS.
    DISPLAY "==================================="
    DISPLAY "   ANULACAO DE DIVIDAS INCOBRAVEIS"
    DISPLAY "==================================="
    DISPLAY "1 - Listar propostas"
    DISPLAY "2 - Propor anulacao de divida"
    DISPLAY "3 - Gerar propostas (residuais e prescritas)"
    DISPLAY "4 - Aprovar proposta"
    DISPLAY "5 - Rejeitar proposta"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT INB-OPCAO
    EVALUATE INB-OPCAO
        WHEN 1
            PERFORM LISTAR-PROPOSTAS
        WHEN 2
            PERFORM PROPOR-ANULACAO
        WHEN 3
            IF INB-PODE-DECIDIR = 'S'
                PERFORM GERAR-PROPOSTAS
            ELSE
                DISPLAY "Sem permissao: reservado as financas."
            END-IF
        WHEN 4
            IF INB-PODE-DECIDIR = 'S'
                PERFORM APROVAR-PROPOSTA
            ELSE
                DISPLAY "Sem permissao: reservado as financas."
            END-IF
        WHEN 5
            IF INB-PODE-DECIDIR = 'S'
                PERFORM REJEITAR-PROPOSTA
            ELSE
                DISPLAY "Sem permissao: reservado as financas."
            END-IF
        WHEN 0
            MOVE 'Y' TO INB-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-INCOBRAVEIS.
    OPEN INPUT INCOBRAVEIS-FILE.
        IF INCOBRAVEIS-STATUS = "35"
            OPEN OUTPUT INCOBRAVEIS-FILE
            CLOSE INCOBRAVEIS-FILE
        ELSE
            IF INCOBRAVEIS-STATUS = "00"
                CLOSE INCOBRAVEIS-FILE
            END-IF
        END-IF.

LISTAR-PROPOSTAS.
    DISPLAY "Estado (P proposta, A aprovada, R rejeitada,"
        " ENTER = todas): " NO ADVANCING
    MOVE SPACE TO INB-ESTADO
    ACCEPT INB-ESTADO
    MOVE ZERO TO INB-TOTAL-LISTADOS
    MOVE ZERO TO INB-TOTAL-VALOR
    MOVE 'N' TO INB-FIM-FICHEIRO
    OPEN INPUT INCOBRAVEIS-FILE.
    IF INCOBRAVEIS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INCOBRAVEIS-FILE. Status: "
            INCOBRAVEIS-STATUS
    ELSE
        DISPLAY "Aluno Semestre     Valor M E Proposta Por     "
            " Decisao  Por      Anulado  Observacao"
        PERFORM UNTIL INB-FIM-FICHEIRO = 'Y'
            READ INCOBRAVEIS-FILE NEXT RECORD
                AT END MOVE 'Y' TO INB-FIM-FICHEIRO
                NOT AT END
                    IF INB-ESTADO = SPACE OR INB-ESTADO = INC-ESTADO
                        PERFORM MOSTRAR-PROPOSTA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INCOBRAVEIS-FILE
        MOVE INB-TOTAL-VALOR TO INB-TOTAL-ED
        DISPLAY "Total de propostas: " INB-TOTAL-LISTADOS
            "  valor " INB-TOTAL-ED
    END-IF.

MOSTRAR-PROPOSTA.
    ADD 1 TO INB-TOTAL-LISTADOS
    ADD INC-VALOR TO INB-TOTAL-VALOR
    MOVE INC-VALOR TO INB-VALOR-ED
    DISPLAY INC-ID-ALUNO " " INC-SEMESTRE "  " INB-VALOR-ED " "
        INC-MOTIVO " " INC-ESTADO " " INC-DATA-PROPOSTA " "
        INC-OPERADOR-PROPOSTA " " INC-DATA-DECISAO " "
        INC-OPERADOR-DECISAO NO ADVANCING
    MOVE INC-VALOR-ANULADO TO INB-VALOR-ED
    DISPLAY " " INB-VALOR-ED " " INC-OBSERVACAO.

PROPOR-ANULACAO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT INB-ID-ALUNO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT INB-SEMESTRE
    PERFORM LER-SALDO-CONTA
    IF INB-CONTA-OK = 'N'
        DISPLAY "Conta de propinas nao encontrada."
    ELSE
        IF INB-SALDO NOT > ZERO
            DISPLAY "A conta nao tem saldo em divida."
        ELSE
            MOVE INB-SALDO TO INB-VALOR-ED
            DISPLAY "Saldo em divida: " INB-VALOR-ED
            DISPLAY "Motivo (F falecido, P prescrita, R residual,"
                " O outro): " NO ADVANCING
            ACCEPT INB-MOTIVO
            MOVE INB-MOTIVO TO INC-MOTIVO
            IF NOT INC-MOTIVO-VALIDO
                DISPLAY "Motivo invalido."
            ELSE
                MOVE SPACES TO INC-OBSERVACAO
                DISPLAY "Observacao (ex. certidao / processo): "
                    NO ADVANCING
                ACCEPT INC-OBSERVACAO
                MOVE INB-SALDO TO INB-VALOR
                PERFORM GRAVAR-PROPOSTA
            END-IF
        END-IF
    END-IF.

LER-SALDO-CONTA.
    MOVE 'N' TO INB-CONTA-OK
    MOVE ZERO TO INB-SALDO
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS = "00"
        MOVE INB-ID-ALUNO TO PRO-ID-ALUNO
        MOVE INB-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO INB-CONTA-OK
                COMPUTE INB-SALDO = PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
        END-READ
        CLOSE PROPINAS-FILE
    END-IF.

GRAVAR-PROPOSTA.
*> uma proposta pendente ou ja aprovada nao e substituida; uma
*> rejeitada pode ser proposta de novo.
    MOVE INC-MOTIVO TO INB-MOTIVO
    MOVE ZERO TO INCOBRAVEIS-TENTATIVAS
    MOVE "99" TO INCOBRAVEIS-STATUS
    PERFORM UNTIL INCOBRAVEIS-STATUS = "00"
        OR INCOBRAVEIS-TENTATIVAS = 5
        OPEN I-O INCOBRAVEIS-FILE
        IF INCOBRAVEIS-STATUS NOT = "00"
            ADD 1 TO INCOBRAVEIS-TENTATIVAS
        END-IF
    END-PERFORM
    IF INCOBRAVEIS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INCOBRAVEIS-FILE. Status: "
            INCOBRAVEIS-STATUS
    ELSE
        MOVE INB-ID-ALUNO TO INC-ID-ALUNO
        MOVE INB-SEMESTRE TO INC-SEMESTRE
        READ INCOBRAVEIS-FILE KEY IS INC-CHAVE
            INVALID KEY
                PERFORM PREENCHER-PROPOSTA
                WRITE REGISTO-INCOBRAVEL
                DISPLAY "Proposta de anulacao registada."
            NOT INVALID KEY
                IF INC-REJEITADA
                    PERFORM PREENCHER-PROPOSTA
                    REWRITE REGISTO-INCOBRAVEL
                    DISPLAY "Proposta de anulacao registada de novo."
                ELSE
                    DISPLAY "Ja existe proposta para esta conta"
                        " (estado " INC-ESTADO ")."
                END-IF
        END-READ
        CLOSE INCOBRAVEIS-FILE
    END-IF.

PREENCHER-PROPOSTA.
    MOVE INB-ID-ALUNO TO INC-ID-ALUNO
    MOVE INB-SEMESTRE TO INC-SEMESTRE
    MOVE INB-VALOR TO INC-VALOR
    MOVE INB-MOTIVO TO INC-MOTIVO
    MOVE "P" TO INC-ESTADO
    MOVE INB-DATA-HOJE TO INC-DATA-PROPOSTA
    MOVE SES-OPERADOR-ATUAL TO INC-OPERADOR-PROPOSTA
    MOVE ZERO TO INC-DATA-DECISAO
    MOVE SPACES TO INC-OPERADOR-DECISAO
    MOVE ZERO TO INC-VALOR-ANULADO.

GERAR-PROPOSTAS.
*> percorre PROPINAS.dat e propoe a anulacao das contas com saldo
*> ate ao limite residual (motivo R) e das contas cuja divida
*> conta mais dias que o prazo de prescricao desde o inicio do
*> semestre (motivo P). Contas que ja tenham proposta, qualquer
*> que seja o estado, ficam como estao.
    MOVE SPACES TO INB-RESPOSTA
    DISPLAY "Limite do saldo residual (ENTER = 5.00): "
        NO ADVANCING
    ACCEPT INB-RESPOSTA
    IF INB-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (INB-RESPOSTA) TO INB-LIMITE-RESIDUAL
    END-IF
    MOVE SPACES TO INB-RESPOSTA
    DISPLAY "Prazo de prescricao em dias (ENTER = 1825): "
        NO ADVANCING
    ACCEPT INB-RESPOSTA
    IF INB-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (INB-RESPOSTA) TO INB-DIAS-PRESCRICAO
    END-IF
    MOVE ZERO TO INB-TOTAL-PROPOSTAS
    MOVE ZERO TO INB-TOTAL-VALOR
    MOVE 'N' TO INB-FIM-CONTAS
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
            PROPINAS-STATUS
    ELSE
        MOVE ZERO TO INCOBRAVEIS-TENTATIVAS
        MOVE "99" TO INCOBRAVEIS-STATUS
        PERFORM UNTIL INCOBRAVEIS-STATUS = "00"
            OR INCOBRAVEIS-TENTATIVAS = 5
            OPEN I-O INCOBRAVEIS-FILE
            IF INCOBRAVEIS-STATUS NOT = "00"
                ADD 1 TO INCOBRAVEIS-TENTATIVAS
            END-IF
        END-PERFORM
        IF INCOBRAVEIS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir INCOBRAVEIS-FILE. Status: "
                INCOBRAVEIS-STATUS
        ELSE
            OPEN INPUT SEMESTRES-FILE
            IF SEMESTRES-STATUS = "00"
                MOVE 'S' TO INB-SEMESTRES-ABERTO
            END-IF
            PERFORM UNTIL INB-FIM-CONTAS = 'Y'
                READ PROPINAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO INB-FIM-CONTAS
                    NOT AT END
                        PERFORM AVALIAR-CONTA-PROPOSTA
                END-READ
            END-PERFORM
            IF INB-SEMESTRES-ABERTO = 'S'
                CLOSE SEMESTRES-FILE
                MOVE 'N' TO INB-SEMESTRES-ABERTO
            END-IF
            CLOSE INCOBRAVEIS-FILE
        END-IF
        CLOSE PROPINAS-FILE
        MOVE INB-TOTAL-VALOR TO INB-TOTAL-ED
        DISPLAY "Propostas geradas: " INB-TOTAL-PROPOSTAS
            "  valor " INB-TOTAL-ED
    END-IF.

AVALIAR-CONTA-PROPOSTA.
    COMPUTE INB-SALDO = PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
    MOVE SPACE TO INB-MOTIVO
    IF INB-SALDO > ZERO
        IF INB-SALDO NOT > INB-LIMITE-RESIDUAL
            MOVE "R" TO INB-MOTIVO
        ELSE
            PERFORM CALCULAR-DIAS-DIVIDA
            IF INB-DIAS-DIVIDA > INB-DIAS-PRESCRICAO
                MOVE "P" TO INB-MOTIVO
            END-IF
        END-IF
    END-IF
    IF INB-MOTIVO NOT = SPACE
        MOVE PRO-ID-ALUNO TO INC-ID-ALUNO
        MOVE PRO-SEMESTRE TO INC-SEMESTRE
        READ INCOBRAVEIS-FILE KEY IS INC-CHAVE
            INVALID KEY
                MOVE PRO-ID-ALUNO TO INB-ID-ALUNO
                MOVE PRO-SEMESTRE TO INB-SEMESTRE
                MOVE INB-SALDO TO INB-VALOR
                PERFORM PREENCHER-PROPOSTA
                IF INC-RESIDUAL
                    MOVE "SALDO RESIDUAL" TO INC-OBSERVACAO
                ELSE
                    MOVE "DIVIDA PRESCRITA" TO INC-OBSERVACAO
                END-IF
                WRITE REGISTO-INCOBRAVEL
                ADD 1 TO INB-TOTAL-PROPOSTAS
                ADD INB-VALOR TO INB-TOTAL-VALOR
                MOVE INB-VALOR TO INB-VALOR-ED
                DISPLAY "Aluno " PRO-ID-ALUNO "  Semestre "
                    PRO-SEMESTRE "  " INB-VALOR-ED "  motivo "
                    INB-MOTIVO
            NOT INVALID KEY
                CONTINUE
        END-READ
    END-IF.

CALCULAR-DIAS-DIVIDA.
    MOVE ZERO TO INB-DIAS-DIVIDA
    IF INB-SEMESTRES-ABERTO = 'S'
        MOVE PRO-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SEM-DATA-INICIO NOT = ZERO
                    COMPUTE INB-DIAS-INICIO =
                        FUNCTION INTEGER-OF-DATE (SEM-DATA-INICIO)
                    COMPUTE INB-DIAS-DIVIDA =
                        INB-DIAS-HOJE - INB-DIAS-INICIO
                END-IF
        END-READ
    END-IF.

APROVAR-PROPOSTA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT INB-ID-ALUNO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT INB-SEMESTRE
    MOVE ZERO TO INCOBRAVEIS-TENTATIVAS
    MOVE "99" TO INCOBRAVEIS-STATUS
    PERFORM UNTIL INCOBRAVEIS-STATUS = "00"
        OR INCOBRAVEIS-TENTATIVAS = 5
        OPEN I-O INCOBRAVEIS-FILE
        IF INCOBRAVEIS-STATUS NOT = "00"
            ADD 1 TO INCOBRAVEIS-TENTATIVAS
        END-IF
    END-PERFORM
    IF INCOBRAVEIS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INCOBRAVEIS-FILE. Status: "
            INCOBRAVEIS-STATUS
    ELSE
        MOVE INB-ID-ALUNO TO INC-ID-ALUNO
        MOVE INB-SEMESTRE TO INC-SEMESTRE
        READ INCOBRAVEIS-FILE KEY IS INC-CHAVE
            INVALID KEY
                DISPLAY "Proposta nao encontrada."
            NOT INVALID KEY
                IF NOT INC-PROPOSTA
                    DISPLAY "A proposta ja foi decidida (estado "
                        INC-ESTADO ")."
                ELSE
                    IF INC-OPERADOR-PROPOSTA = SES-OPERADOR-ATUAL
                        DISPLAY "Quem propoe nao pode aprovar a"
                            " propria proposta."
                    ELSE
                        PERFORM CONFIRMAR-APROVACAO
                    END-IF
                END-IF
        END-READ
        CLOSE INCOBRAVEIS-FILE
    END-IF.

CONFIRMAR-APROVACAO.
    MOVE INC-VALOR TO INB-VALOR-ED
    DISPLAY "Proposta: " INB-VALOR-ED "  motivo " INC-MOTIVO
        "  " INC-OBSERVACAO
    MOVE SPACE TO INB-MOTIVO
    DISPLAY "Motivo da anulacao (F/P/R/O, ENTER = " INC-MOTIVO
        "): " NO ADVANCING
    ACCEPT INB-MOTIVO
    IF INB-MOTIVO = SPACE
        MOVE INC-MOTIVO TO INB-MOTIVO
    END-IF
    MOVE INB-MOTIVO TO INC-MOTIVO
    IF NOT INC-MOTIVO-VALIDO
        DISPLAY "Motivo invalido; proposta mantida."
    ELSE
        PERFORM ANULAR-DIVIDA
    END-IF.

ANULAR-DIVIDA.
*> anula-se o que ainda estiver em divida, nunca mais do que o
*> proposto: pagamentos entretanto recebidos reduzem a anulacao.
    MOVE ZERO TO PROPINAS-TENTATIVAS
    MOVE "99" TO PROPINAS-STATUS
    PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
        OPEN I-O PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            ADD 1 TO PROPINAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
            PROPINAS-STATUS
    ELSE
        MOVE 'N' TO INB-CONTA-OK
        MOVE INC-ID-ALUNO TO PRO-ID-ALUNO
        MOVE INC-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                MOVE ZERO TO INB-SALDO
            NOT INVALID KEY
                MOVE 'S' TO INB-CONTA-OK
                COMPUTE INB-SALDO = PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
        END-READ
        IF INB-SALDO NOT > ZERO
            MOVE "R" TO INC-ESTADO
            MOVE INB-DATA-HOJE TO INC-DATA-DECISAO
            MOVE SES-OPERADOR-ATUAL TO INC-OPERADOR-DECISAO
            MOVE ZERO TO INC-VALOR-ANULADO
            REWRITE REGISTO-INCOBRAVEL
            DISPLAY "A conta ja nao tem saldo em divida; proposta"
                " rejeitada."
        ELSE
            MOVE INC-VALOR TO INB-VALOR
            IF INB-SALDO < INB-VALOR
                MOVE INB-SALDO TO INB-VALOR
            END-IF
            SUBTRACT INB-VALOR FROM PRO-TOTAL-DEBITO
            REWRITE REGISTO-PROPINA
            PERFORM GRAVAR-MOVIMENTO-INCOBRAVEL
            MOVE "A" TO INC-ESTADO
            MOVE INB-DATA-HOJE TO INC-DATA-DECISAO
            MOVE SES-OPERADOR-ATUAL TO INC-OPERADOR-DECISAO
            MOVE INB-VALOR TO INC-VALOR-ANULADO
            REWRITE REGISTO-INCOBRAVEL
            MOVE INB-VALOR TO INB-VALOR-ED
            DISPLAY "Divida anulada: " INB-VALOR-ED
            PERFORM SOMAR-DIVIDA-ALUNO
            IF INB-SALDO-ALUNO NOT > ZERO
                PERFORM LEVANTAR-BLOQUEIO
            END-IF
        END-IF
        CLOSE PROPINAS-FILE
    END-IF.

GRAVAR-MOVIMENTO-INCOBRAVEL.
    OPEN EXTEND PROPMOV-FILE.
    IF PROPMOV-STATUS NOT = "00"
        OPEN OUTPUT PROPMOV-FILE
    END-IF
    IF PROPMOV-STATUS = "00"
        MOVE INB-DATA-HOJE TO MOV-DATA
        MOVE INC-ID-ALUNO TO MOV-ID-ALUNO
        MOVE INC-SEMESTRE TO MOV-SEMESTRE
        MOVE "I" TO MOV-TIPO
        MOVE INB-VALOR TO MOV-VALOR
        MOVE SPACES TO MOV-REFERENCIA
        STRING "INCOB-" DELIMITED BY SIZE
               INC-MOTIVO DELIMITED BY SIZE
               INTO MOV-REFERENCIA
        WRITE REGISTO-PROPMOV
        CLOSE PROPMOV-FILE
    ELSE
        DISPLAY "Aviso: erro ao gravar PROPMOV-FILE. Status: "
            PROPMOV-STATUS
    END-IF.

SOMAR-DIVIDA-ALUNO.
    MOVE ZERO TO INB-SALDO-ALUNO
    MOVE 'N' TO INB-FIM-CONTAS
    MOVE INC-ID-ALUNO TO PRO-ID-ALUNO
    MOVE LOW-VALUES TO PRO-SEMESTRE
    START PROPINAS-FILE KEY IS NOT LESS THAN PRO-CHAVE
        INVALID KEY
            MOVE 'Y' TO INB-FIM-CONTAS
    END-START
    PERFORM UNTIL INB-FIM-CONTAS = 'Y'
        READ PROPINAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO INB-FIM-CONTAS
            NOT AT END
                IF PRO-ID-ALUNO NOT = INC-ID-ALUNO
                    MOVE 'Y' TO INB-FIM-CONTAS
                ELSE
                    IF PRO-TOTAL-DEBITO > PRO-TOTAL-PAGO
                        COMPUTE INB-SALDO-ALUNO = INB-SALDO-ALUNO
                            + PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LEVANTAR-BLOQUEIO.
*> sem divida em nenhum semestre o bloqueio por propinas ja nao
*> tem razao de ser; o motivo no master regista a anulacao.
    MOVE ZERO TO ALUNOMASTER-TENTATIVAS
    MOVE "99" TO ALUNOMASTER-STATUS
    PERFORM UNTIL ALUNOMASTER-STATUS = "00"
        OR ALUNOMASTER-TENTATIVAS = 5
        OPEN I-O ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS NOT = "00"
            ADD 1 TO ALUNOMASTER-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        MOVE INC-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MASTER-BLOQUEADO = "S"
                    MOVE "N" TO MASTER-BLOQUEADO
                    MOVE SPACES TO MASTER-ESTADO-MOTIVO
                    STRING "DIVIDA ANULADA " DELIMITED BY SIZE
                           INC-SEMESTRE DELIMITED BY SIZE
                           INTO MASTER-ESTADO-MOTIVO
                    MOVE INB-DATA-HOJE TO MASTER-ESTADO-DATA
                    REWRITE REGISTO-ALUNO-MASTER
                    DISPLAY "Aluno sem divida: bloqueio levantado."
                END-IF
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

REJEITAR-PROPOSTA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT INB-ID-ALUNO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT INB-SEMESTRE
    MOVE ZERO TO INCOBRAVEIS-TENTATIVAS
    MOVE "99" TO INCOBRAVEIS-STATUS
    PERFORM UNTIL INCOBRAVEIS-STATUS = "00"
        OR INCOBRAVEIS-TENTATIVAS = 5
        OPEN I-O INCOBRAVEIS-FILE
        IF INCOBRAVEIS-STATUS NOT = "00"
            ADD 1 TO INCOBRAVEIS-TENTATIVAS
        END-IF
    END-PERFORM
    IF INCOBRAVEIS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INCOBRAVEIS-FILE. Status: "
            INCOBRAVEIS-STATUS
    ELSE
        MOVE INB-ID-ALUNO TO INC-ID-ALUNO
        MOVE INB-SEMESTRE TO INC-SEMESTRE
        READ INCOBRAVEIS-FILE KEY IS INC-CHAVE
            INVALID KEY
                DISPLAY "Proposta nao encontrada."
            NOT INVALID KEY
                IF NOT INC-PROPOSTA
                    DISPLAY "A proposta ja foi decidida (estado "
                        INC-ESTADO ")."
                ELSE
                    MOVE "R" TO INC-ESTADO
                    MOVE INB-DATA-HOJE TO INC-DATA-DECISAO
                    MOVE SES-OPERADOR-ATUAL TO INC-OPERADOR-DECISAO
                    MOVE ZERO TO INC-VALOR-ANULADO
                    REWRITE REGISTO-INCOBRAVEL
                    DISPLAY "Proposta rejeitada; a divida mantem-se."
                END-IF
        END-READ
        CLOSE INCOBRAVEIS-FILE
    END-IF.

COPY "psessao.cbl".
