*>****************************************************************
*> Author:
*> Date:
*> Purpose: atribuicao de bolsas de estudo e plano de pagamento.
*>          Uma bolsa (BOLSAS.dat, por aluno e ano) so e atribuida
*>          a um candidato apurado por bolsas_elegibilidade em
*>          BOLSAS-CANDIDATOS.dat para esse ano; o valor anual e
*>          repartido em prestacoes mensais iguais
*>          (BOLSAPREST.dat) a partir do mes indicado, ficando a
*>          ultima com o acerto dos centimos. Cada bolsa diz se a
*>          divida de propinas vencida pode ser compensada nas
*>          prestacoes. A bolsa pode ser suspensa e reativada
*>          (esta so com o aluno ativo no master); pagar_bolsas
*>          paga as prestacoes vencidas e suspende as bolsas de
*>          alunos que deixaram de estar ativos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_bolsas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slbolsa.cbl".
     COPY "slbolsaprest.cbl".
     COPY "slbolsacand.cbl".
     COPY "slalunomaster.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdbolsa.cbl".
  COPY "fdbolsaprest.cbl".
  COPY "fdbolsacand.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsbolsa.cbl".
  COPY "wsbolsaprest.cbl".
  COPY "wsbolsacand.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wssessao.cbl".
    77 GBO-OPCAO             PIC 9 VALUE ZERO.
    77 GBO-SAIR              PIC X VALUE 'N'.
    77 GBO-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GBO-DATA-HOJE         PIC 9(8).
    77 GBO-ID-ALUNO          PIC 9(5).
    77 GBO-ANO               PIC X(4).
    77 GBO-RESPOSTA          PIC X(10).
    77 GBO-EXISTE            PIC X VALUE 'N'.
    77 GBO-CANDIDATO         PIC X VALUE 'N'.
    77 GBO-TEM-PAGAS         PIC X VALUE 'N'.
    77 GBO-VALOR-ANUAL       PIC 9(7)V99.
    77 GBO-PRESTACOES        PIC 9(2).
    77 GBO-MES-INICIO        PIC 9(6).
    77 GBO-COMPENSAR         PIC X.
    77 GBO-VALOR-PREST       PIC 9(7)V99.
    77 GBO-ACUMULADO         PIC 9(7)V99.
    77 GBO-IX                PIC 9(2).
    77 GBO-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.
    77 GBO-TOTAL-VALOR       PIC 9(9)V99 VALUE ZERO.
    77 GBO-VALOR-ED          PIC Z(6)9.99.
    77 GBO-TOTAL-ED          PIC Z(8)9.99.
    77 GBO-COMP-ED           PIC Z(6)9.99.
    77 GBO-TRANSF-ED         PIC Z(6)9.99.
    01 GBO-MES-TRAB          PIC 9(6).
    01 GBO-MES-PARTES REDEFINES GBO-MES-TRAB.
       05 GBO-MT-ANO         PIC 9(4).
       05 GBO-MT-MES         PIC 9(2).

PROCEDURE DIVISION.
COPY "rvbolsa.cbl".
COPY "rvbolsaprest.cbl".
COPY "rvbolsacand.cbl".
COPY "rvalunomaster.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: as bolsas sao geridas pelas"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GBO-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-BOLSAS
    PERFORM GARANTIR-BOLSAPREST
    PERFORM UNTIL GBO-SAIR = 'Y'
        PERFORM MENU-BOLSAS
    END-PERFORM.
GOBACK.

MENU-BOLSAS.
    DISPLAY "==================================="
    DISPLAY "     BOLSAS DE ESTUDO"
    DISPLAY "==================================="
    DISPLAY "1 - Listar bolsas"
    DISPLAY "2 - Atribuir bolsa a candidato"
    DISPLAY "3 - Plano de pagamento de uma bolsa"
    DISPLAY "4 - Suspender bolsa"
    DISPLAY "5 - Reativar bolsa"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GBO-OPCAO
    EVALUATE GBO-OPCAO
        WHEN 1
            PERFORM LISTAR-BOLSAS
        WHEN 2
            PERFORM ATRIBUIR-BOLSA
        WHEN 3
            PERFORM MOSTRAR-PLANO-BOLSA
        WHEN 4
            PERFORM SUSPENDER-BOLSA
        WHEN 5
            PERFORM REATIVAR-BOLSA
        WHEN 0
            MOVE 'Y' TO GBO-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-BOLSAS.
    OPEN INPUT BOLSAS-FILE.
        IF BOLSAS-STATUS = "35"
            OPEN OUTPUT BOLSAS-FILE
            CLOSE BOLSAS-FILE
        ELSE
            IF BOLSAS-STATUS = "00"
                CLOSE BOLSAS-FILE
            END-IF
        END-IF.

GARANTIR-BOLSAPREST.
    OPEN INPUT BOLSAPREST-FILE.
        IF BOLSAPREST-STATUS = "35"
            OPEN OUTPUT BOLSAPREST-FILE
            CLOSE BOLSAPREST-FILE
        ELSE
            IF BOLSAPREST-STATUS = "00"
                CLOSE BOLSAPREST-FILE
            END-IF
        END-IF.

LISTAR-BOLSAS.
    MOVE ZERO TO GBO-TOTAL-LISTADOS
    MOVE ZERO TO GBO-TOTAL-VALOR
    MOVE 'N' TO GBO-FIM-FICHEIRO
    OPEN INPUT BOLSAS-FILE.
    IF BOLSAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAS-FILE. Status: " BOLSAS-STATUS
    ELSE
        DISPLAY "Aluno Ano   Valor anual Prest Inicio Comp E"
            " Motivo"
        PERFORM UNTIL GBO-FIM-FICHEIRO = 'Y'
            READ BOLSAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GBO-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO GBO-TOTAL-LISTADOS
                    ADD BLS-VALOR-ANUAL TO GBO-TOTAL-VALOR
                    MOVE BLS-VALOR-ANUAL TO GBO-VALOR-ED
                    DISPLAY BLS-ID-ALUNO " " BLS-ANO "  "
                        GBO-VALOR-ED "   " BLS-PRESTACOES "  "
                        BLS-MES-INICIO "  " BLS-COMPENSAR "  "
                        BLS-ESTADO " " BLS-MOTIVO
            END-READ
        END-PERFORM
        CLOSE BOLSAS-FILE
        MOVE GBO-TOTAL-VALOR TO GBO-TOTAL-ED
        DISPLAY "Total de bolsas: " GBO-TOTAL-LISTADOS
            "  valor anual " GBO-TOTAL-ED
    END-IF.

ATRIBUIR-BOLSA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GBO-ID-ALUNO
    DISPLAY "Ano da candidatura (AAAA): " NO ADVANCING
    ACCEPT GBO-ANO
    PERFORM VERIFICAR-CANDIDATO
    IF GBO-CANDIDATO = 'N'
        DISPLAY "O aluno nao consta dos candidatos de " GBO-ANO
            " em " BOLSACAND-DATAFILE "."
    ELSE
        PERFORM VERIFICAR-PRESTACOES-PAGAS
        IF GBO-TEM-PAGAS = 'S'
            DISPLAY "A bolsa ja tem prestacoes pagas e nao pode"
                " ser reatribuida."
        ELSE
            PERFORM PEDIR-DADOS-BOLSA
        END-IF
    END-IF.

VERIFICAR-CANDIDATO.
    MOVE 'N' TO GBO-CANDIDATO
    MOVE 'N' TO GBO-FIM-FICHEIRO
    OPEN INPUT CANDIDATOS-FILE.
    IF BOLSACAND-STATUS = "00"
        PERFORM UNTIL GBO-FIM-FICHEIRO = 'Y'
            READ CANDIDATOS-FILE
                AT END MOVE 'Y' TO GBO-FIM-FICHEIRO
                NOT AT END
                    IF CAND-ID-ALUNO = GBO-ID-ALUNO
                        AND CAND-ANO = GBO-ANO
                        MOVE 'S' TO GBO-CANDIDATO
                        MOVE 'Y' TO GBO-FIM-FICHEIRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CANDIDATOS-FILE
    END-IF.

VERIFICAR-PRESTACOES-PAGAS.
    MOVE 'N' TO GBO-TEM-PAGAS
    MOVE 'N' TO GBO-FIM-FICHEIRO
    OPEN INPUT BOLSAPREST-FILE.
    IF BOLSAPREST-STATUS = "00"
        MOVE GBO-ID-ALUNO TO BLP-ID-ALUNO
        MOVE GBO-ANO TO BLP-ANO
        MOVE ZERO TO BLP-PRESTACAO
        START BOLSAPREST-FILE KEY IS NOT LESS THAN BLP-CHAVE
            INVALID KEY
                MOVE 'Y' TO GBO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GBO-FIM-FICHEIRO = 'Y'
            READ BOLSAPREST-FILE NEXT RECORD
                AT END MOVE 'Y' TO GBO-FIM-FICHEIRO
                NOT AT END
                    IF BLP-ID-ALUNO NOT = GBO-ID-ALUNO
                        OR BLP-ANO NOT = GBO-ANO
                        MOVE 'Y' TO GBO-FIM-FICHEIRO
                    ELSE
                        IF BLP-PAGA
                            MOVE 'S' TO GBO-TEM-PAGAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BOLSAPREST-FILE
    END-IF.

PEDIR-DADOS-BOLSA.
    DISPLAY "Valor anual da bolsa: " NO ADVANCING
    MOVE SPACES TO GBO-RESPOSTA
    ACCEPT GBO-RESPOSTA
    MOVE FUNCTION NUMVAL (GBO-RESPOSTA) TO GBO-VALOR-ANUAL
    DISPLAY "Numero de prestacoes mensais (ENTER = 10): "
        NO ADVANCING
    MOVE SPACES TO GBO-RESPOSTA
    ACCEPT GBO-RESPOSTA
    IF GBO-RESPOSTA = SPACES
        MOVE 10 TO GBO-PRESTACOES
    ELSE
        MOVE FUNCTION NUMVAL (GBO-RESPOSTA) TO GBO-PRESTACOES
    END-IF
    DISPLAY "Mes da primeira prestacao (AAAAMM): " NO ADVANCING
    ACCEPT GBO-MES-INICIO
    DISPLAY "Compensar divida de propinas vencida (S/N,"
        " ENTER = S): " NO ADVANCING
    MOVE SPACE TO GBO-COMPENSAR
    ACCEPT GBO-COMPENSAR
    IF GBO-COMPENSAR NOT = "N"
        MOVE "S" TO GBO-COMPENSAR
    END-IF
    MOVE GBO-MES-INICIO TO GBO-MES-TRAB
    IF GBO-VALOR-ANUAL = ZERO
        DISPLAY "Valor invalido."
    ELSE
        IF GBO-PRESTACOES < 1 OR GBO-PRESTACOES > 12
            DISPLAY "Numero de prestacoes invalido (1 a 12)."
        ELSE
            IF GBO-MT-MES < 1 OR GBO-MT-MES > 12
                DISPLAY "Mes invalido: " GBO-MES-INICIO
            ELSE
                PERFORM GRAVAR-BOLSA
            END-IF
        END-IF
    END-IF.

GRAVAR-BOLSA.
    OPEN I-O BOLSAS-FILE
    IF BOLSAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAS-FILE. Status: " BOLSAS-STATUS
    ELSE
        MOVE GBO-ID-ALUNO TO BLS-ID-ALUNO
        MOVE GBO-ANO TO BLS-ANO
        MOVE GBO-VALOR-ANUAL TO BLS-VALOR-ANUAL
        MOVE GBO-PRESTACOES TO BLS-PRESTACOES
        MOVE GBO-MES-INICIO TO BLS-MES-INICIO
        MOVE GBO-COMPENSAR TO BLS-COMPENSAR
        MOVE "A" TO BLS-ESTADO
        MOVE GBO-DATA-HOJE TO BLS-DATA-ESTADO
        MOVE "ATRIBUIDA" TO BLS-MOTIVO
        MOVE GBO-DATA-HOJE TO BLS-DATA-ATRIB
        MOVE SES-OPERADOR-ATUAL TO BLS-OPERADOR
        WRITE REGISTO-BOLSA
            INVALID KEY
                REWRITE REGISTO-BOLSA
                DISPLAY "Bolsa reatribuida."
            NOT INVALID KEY
                DISPLAY "Bolsa atribuida."
        END-WRITE
        CLOSE BOLSAS-FILE
        PERFORM GERAR-PRESTACOES
    END-IF.

GERAR-PRESTACOES.
*> prestacoes iguais arredondadas ao centimo; a ultima fecha a
*> diferenca. Prestacoes de uma atribuicao anterior sem nenhuma
*> paga sao substituidas e as que sobrarem apagadas.
    OPEN I-O BOLSAPREST-FILE
    IF BOLSAPREST-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAPREST-FILE. Status: "
            BOLSAPREST-STATUS
    ELSE
        COMPUTE GBO-VALOR-PREST ROUNDED =
            GBO-VALOR-ANUAL / GBO-PRESTACOES
        MOVE ZERO TO GBO-ACUMULADO
        MOVE GBO-MES-INICIO TO GBO-MES-TRAB
        PERFORM VARYING GBO-IX FROM 1 BY 1
            UNTIL GBO-IX > GBO-PRESTACOES
            MOVE GBO-ID-ALUNO TO BLP-ID-ALUNO
            MOVE GBO-ANO TO BLP-ANO
            MOVE GBO-IX TO BLP-PRESTACAO
            MOVE GBO-MES-TRAB TO BLP-MES
            IF GBO-IX = GBO-PRESTACOES
                COMPUTE BLP-VALOR = GBO-VALOR-ANUAL - GBO-ACUMULADO
            ELSE
                MOVE GBO-VALOR-PREST TO BLP-VALOR
            END-IF
            ADD BLP-VALOR TO GBO-ACUMULADO
            MOVE "P" TO BLP-ESTADO
            MOVE ZERO TO BLP-COMPENSADO
            MOVE ZERO TO BLP-TRANSFERIDO
            MOVE ZERO TO BLP-DATA-PAGAMENTO
            MOVE SPACES TO BLP-REFERENCIA
            WRITE REGISTO-BOLSA-PRESTACAO
                INVALID KEY
                    REWRITE REGISTO-BOLSA-PRESTACAO
            END-WRITE
            MOVE BLP-VALOR TO GBO-VALOR-ED
            DISPLAY "  Prestacao " BLP-PRESTACAO "  " BLP-MES
                "  " GBO-VALOR-ED
            IF GBO-MT-MES = 12
                ADD 1 TO GBO-MT-ANO
                MOVE 1 TO GBO-MT-MES
            ELSE
                ADD 1 TO GBO-MT-MES
            END-IF
        END-PERFORM
        MOVE GBO-ID-ALUNO TO BLP-ID-ALUNO
        MOVE GBO-ANO TO BLP-ANO
        PERFORM VARYING GBO-IX FROM GBO-PRESTACOES BY 1
            UNTIL GBO-IX NOT < 12
            COMPUTE BLP-PRESTACAO = GBO-IX + 1
            DELETE BOLSAPREST-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
        END-PERFORM
        CLOSE BOLSAPREST-FILE
    END-IF.

MOSTRAR-PLANO-BOLSA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GBO-ID-ALUNO
    DISPLAY "Ano da bolsa (AAAA): " NO ADVANCING
    ACCEPT GBO-ANO
    MOVE 'N' TO GBO-FIM-FICHEIRO
    MOVE ZERO TO GBO-TOTAL-LISTADOS
    OPEN INPUT BOLSAPREST-FILE.
    IF BOLSAPREST-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAPREST-FILE. Status: "
            BOLSAPREST-STATUS
    ELSE
        DISPLAY "Prest Mes        Valor E  Compensado  Transferido"
            " Pago em  Referencia"
        MOVE GBO-ID-ALUNO TO BLP-ID-ALUNO
        MOVE GBO-ANO TO BLP-ANO
        MOVE ZERO TO BLP-PRESTACAO
        START BOLSAPREST-FILE KEY IS NOT LESS THAN BLP-CHAVE
            INVALID KEY
                MOVE 'Y' TO GBO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GBO-FIM-FICHEIRO = 'Y'
            READ BOLSAPREST-FILE NEXT RECORD
                AT END MOVE 'Y' TO GBO-FIM-FICHEIRO
                NOT AT END
                    IF BLP-ID-ALUNO NOT = GBO-ID-ALUNO
                        OR BLP-ANO NOT = GBO-ANO
                        MOVE 'Y' TO GBO-FIM-FICHEIRO
                    ELSE
                        ADD 1 TO GBO-TOTAL-LISTADOS
                        MOVE BLP-VALOR TO GBO-VALOR-ED
                        MOVE BLP-COMPENSADO TO GBO-COMP-ED
                        MOVE BLP-TRANSFERIDO TO GBO-TRANSF-ED
                        DISPLAY "  " BLP-PRESTACAO "  " BLP-MES " "
                            GBO-VALOR-ED " " BLP-ESTADO " "
                            GBO-COMP-ED "  " GBO-TRANSF-ED " "
                            BLP-DATA-PAGAMENTO " " BLP-REFERENCIA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BOLSAPREST-FILE
        IF GBO-TOTAL-LISTADOS = ZERO
            DISPLAY "Bolsa sem plano de pagamento."
        END-IF
    END-IF.

SUSPENDER-BOLSA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GBO-ID-ALUNO
    DISPLAY "Ano da bolsa (AAAA): " NO ADVANCING
    ACCEPT GBO-ANO
    OPEN I-O BOLSAS-FILE
    IF BOLSAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAS-FILE. Status: " BOLSAS-STATUS
    ELSE
        MOVE GBO-ID-ALUNO TO BLS-ID-ALUNO
        MOVE GBO-ANO TO BLS-ANO
        READ BOLSAS-FILE KEY IS BLS-CHAVE
            INVALID KEY
                DISPLAY "Bolsa nao encontrada."
            NOT INVALID KEY
                IF NOT BLS-ATIVA
                    DISPLAY "A bolsa nao esta ativa (estado "
                        BLS-ESTADO ")."
                ELSE
                    DISPLAY "Motivo da suspensao: " NO ADVANCING
                    MOVE SPACES TO BLS-MOTIVO
                    ACCEPT BLS-MOTIVO
                    MOVE "S" TO BLS-ESTADO
                    MOVE GBO-DATA-HOJE TO BLS-DATA-ESTADO
                    REWRITE REGISTO-BOLSA
                    DISPLAY "Bolsa suspensa; as prestacoes ficam por"
                        " pagar."
                END-IF
        END-READ
        CLOSE BOLSAS-FILE
    END-IF.

REATIVAR-BOLSA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GBO-ID-ALUNO
    DISPLAY "Ano da bolsa (AAAA): " NO ADVANCING
    ACCEPT GBO-ANO
    MOVE 'N' TO GBO-EXISTE
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE GBO-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MASTER-ATIVO
                    MOVE 'S' TO GBO-EXISTE
                END-IF
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF GBO-EXISTE = 'N'
        DISPLAY "O aluno nao esta ativo; a bolsa mantem-se"
            " suspensa."
    ELSE
        OPEN I-O BOLSAS-FILE
        IF BOLSAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir BOLSAS-FILE. Status: "
                BOLSAS-STATUS
        ELSE
            MOVE GBO-ID-ALUNO TO BLS-ID-ALUNO
            MOVE GBO-ANO TO BLS-ANO
            READ BOLSAS-FILE KEY IS BLS-CHAVE
                INVALID KEY
                    DISPLAY "Bolsa nao encontrada."
                NOT INVALID KEY
                    IF NOT BLS-SUSPENSA
                        DISPLAY "A bolsa nao esta suspensa (estado "
                            BLS-ESTADO ")."
                    ELSE
                        MOVE "A" TO BLS-ESTADO
                        MOVE GBO-DATA-HOJE TO BLS-DATA-ESTADO
                        MOVE "REATIVADA" TO BLS-MOTIVO
                        REWRITE REGISTO-BOLSA
                        DISPLAY "Bolsa reativada; as prestacoes em"
                            " atraso seguem na proxima corrida."
                    END-IF
            END-READ
            CLOSE BOLSAS-FILE
        END-IF
    END-IF.

COPY "psessao.cbl".
