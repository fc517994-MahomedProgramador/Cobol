*>****************************************************************
*> Author:
*> Date:
*> Purpose: manutencao das regras de desconto e reducao de
*>          propinas (DESCONTOS.dat) e da sua atribuicao a
*>          alunos (DESCALUNO.dat). Cada regra tem um tipo
*>          (irmaos, dependente de funcionario, pagamento
*>          antecipado, merito, outro), uma percentagem ou valor
*>          fixo sobre a propina por creditos ou sobre o total do
*>          semestre, criterios de elegibilidade (creditos
*>          inscritos e media minimos), periodo de validade e
*>          ordem de aplicacao; uma regra exclusiva so se aplica
*>          se nenhuma anterior se aplicou e impede as seguintes.
*>          gerar_propinas aplica as regras atribuidas e lanca
*>          cada desconto em PROPMOV.dat como credito com o
*>          codigo da regra, e a opcao de custo soma esses
*>          creditos por regra para um semestre.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_descontos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "sldesconto.cbl".
     COPY "sldescaluno.cbl".
     COPY "slalunomaster.cbl".
     COPY "slpropmov.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fddesconto.cbl".
  COPY "fddescaluno.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsdesconto.cbl".
  COPY "wsdescaluno.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wspropmov.cbl".
  COPY "wssessao.cbl".
    77 DSO-OPCAO             PIC 9 VALUE ZERO.
    77 DSO-SAIR              PIC X VALUE 'N'.
    77 DSO-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 DSO-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 DSO-CODIGO            PIC X(8).
    77 DSO-ID-ALUNO          PIC 9(5).
    77 DSO-EXISTE            PIC X VALUE 'N'.
    77 DSO-RESPOSTA          PIC X(10).
    77 DSO-DATA              PIC 9(8).
    77 DSO-SEMESTRE          PIC X(6).
    77 DSO-IDX               PIC 9(3).
    77 DSO-TOTAL-REGRAS      PIC 9(3) VALUE ZERO.
    77 DSO-TOTAL-CUSTO       PIC 9(9)V99 VALUE ZERO.
    77 DSO-PCT-ED            PIC ZZ9.99.
    77 DSO-VALOR-ED          PIC Z(6)9.99.
    77 DSO-TOTAL-ED          PIC Z(8)9.99.
    77 DSO-MEDIA-ED          PIC Z9.99.

*> custo por regra num semestre (opcao 6).
    01 DSO-CUSTOS.
       05 DSO-CUSTO-ENTRADA OCCURS 200 TIMES.
          10 DSO-CUSTO-CODIGO  PIC X(8).
          10 DSO-CUSTO-ALUNOS  PIC 9(5).
          10 DSO-CUSTO-VALOR   PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvdesconto.cbl".
COPY "rvdescaluno.cbl".
COPY "rvalunomaster.cbl".
COPY "rvpropmov.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: os descontos sao geridos pelas"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT DSO-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-DESCONTOS
    PERFORM GARANTIR-DESCALUNO
    PERFORM UNTIL DSO-SAIR = 'Y'
        PERFORM MENU-DESCONTOS
    END-PERFORM.
GOBACK.

MENU-DESCONTOS.
    DISPLAY "==================================="
    DISPLAY "     DESCONTOS E REDUCOES DE PROPINA"
    DISPLAY "==================================="
    DISPLAY "1 - Listar regras de desconto"
    DISPLAY "2 - Inserir/alterar regra de desconto"
    DISPLAY "3 - Listar descontos de aluno"
    DISPLAY "4 - Atribuir desconto a aluno"
    DISPLAY "5 - Cancelar desconto de aluno"
    DISPLAY "6 - Custo dos descontos num semestre"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT DSO-OPCAO
    EVALUATE DSO-OPCAO
        WHEN 1
            PERFORM LISTAR-REGRAS
        WHEN 2
            PERFORM MANTER-REGRA
        WHEN 3
            PERFORM LISTAR-DESCONTOS-ALUNO
        WHEN 4
            PERFORM ATRIBUIR-DESCONTO
        WHEN 5
            PERFORM CANCELAR-DESCONTO
        WHEN 6
            PERFORM CUSTO-DESCONTOS
        WHEN 0
            MOVE 'Y' TO DSO-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-DESCONTOS.
    OPEN INPUT DESCONTOS-FILE.
        IF DESCONTOS-STATUS = "35"
            OPEN OUTPUT DESCONTOS-FILE
            CLOSE DESCONTOS-FILE
        ELSE
            IF DESCONTOS-STATUS = "00"
                CLOSE DESCONTOS-FILE
            END-IF
        END-IF.

GARANTIR-DESCALUNO.
    OPEN INPUT DESCONTOS-ALUNO-FILE.
        IF DESCALUNO-STATUS = "35"
            OPEN OUTPUT DESCONTOS-ALUNO-FILE
            CLOSE DESCONTOS-ALUNO-FILE
        ELSE
            IF DESCALUNO-STATUS = "00"
                CLOSE DESCONTOS-ALUNO-FILE
            END-IF
        END-IF.

LISTAR-REGRAS.
    MOVE ZERO TO DSO-TOTAL-LISTADOS
    MOVE 'N' TO DSO-FIM-FICHEIRO
    OPEN INPUT DESCONTOS-FILE.
    IF DESCONTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESCONTOS-FILE. Status: "
            DESCONTOS-STATUS
    ELSE
        DISPLAY "Codigo   Descricao                      T Valor"
            "       Base Ord Acum Estado"
        PERFORM UNTIL DSO-FIM-FICHEIRO = 'Y'
            READ DESCONTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO DSO-FIM-FICHEIRO
                NOT AT END
                    PERFORM MOSTRAR-REGRA
                    ADD 1 TO DSO-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        CLOSE DESCONTOS-FILE
        DISPLAY "Total de regras: " DSO-TOTAL-LISTADOS
    END-IF.

MOSTRAR-REGRA.
    IF DSC-PERCENTUAL
        MOVE DSC-PERCENTAGEM TO DSO-PCT-ED
        DISPLAY DSC-CODIGO " " DSC-DESCRICAO " " DSC-TIPO " "
            DSO-PCT-ED "%     " DSC-BASE "    " DSC-ORDEM "  "
            DSC-ACUMULA "    " DSC-ESTADO
    ELSE
        MOVE DSC-VALOR-FIXO TO DSO-VALOR-ED
        DISPLAY DSC-CODIGO " " DSC-DESCRICAO " " DSC-TIPO " "
            DSO-VALOR-ED "  " DSC-BASE "    " DSC-ORDEM "  "
            DSC-ACUMULA "    " DSC-ESTADO
    END-IF
    MOVE DSC-MEDIA-MINIMA TO DSO-MEDIA-ED
    DISPLAY "         criterios: creditos >= " DSC-CREDITOS-MINIMOS
        "  media >= " DSO-MEDIA-ED
        "  validade " DSC-DATA-INICIO " a " DSC-DATA-FIM.

MANTER-REGRA.
    DISPLAY "Codigo da regra (ate 8 caracteres): " NO ADVANCING
    ACCEPT DSO-CODIGO
    IF DSO-CODIGO = SPACES
        DISPLAY "Codigo invalido."
    ELSE
        MOVE ZERO TO DESCONTOS-TENTATIVAS
        MOVE "99" TO DESCONTOS-STATUS
        PERFORM UNTIL DESCONTOS-STATUS = "00"
            OR DESCONTOS-TENTATIVAS = 5
            OPEN I-O DESCONTOS-FILE
            IF DESCONTOS-STATUS NOT = "00"
                ADD 1 TO DESCONTOS-TENTATIVAS
            END-IF
        END-PERFORM
        IF DESCONTOS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir DESCONTOS-FILE. Status: "
                DESCONTOS-STATUS
        ELSE
            MOVE 'N' TO DSO-EXISTE
            MOVE DSO-CODIGO TO DSC-CODIGO
            READ DESCONTOS-FILE KEY IS DSC-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO DSO-EXISTE
                    DISPLAY "Regra atual:"
                    PERFORM MOSTRAR-REGRA
            END-READ
            PERFORM PEDIR-DADOS-REGRA
            IF DSO-EXISTE = 'S'
                REWRITE REGISTO-DESCONTO
                DISPLAY "Regra atualizada."
            ELSE
                WRITE REGISTO-DESCONTO
                DISPLAY "Regra registada."
            END-IF
            CLOSE DESCONTOS-FILE
        END-IF
    END-IF.

PEDIR-DADOS-REGRA.
    MOVE DSO-CODIGO TO DSC-CODIGO
    DISPLAY "Descricao: " NO ADVANCING
    ACCEPT DSC-DESCRICAO
    DISPLAY "Tipo (I irmaos, F dependente de funcionario,"
        " A pagamento antecipado, M merito, O outro): "
        NO ADVANCING
    ACCEPT DSC-TIPO
    IF NOT DSC-IRMAOS AND NOT DSC-FUNCIONARIO AND NOT DSC-ANTECIPADO
        AND NOT DSC-MERITO
        MOVE "O" TO DSC-TIPO
    END-IF
    DISPLAY "Modo (P - percentagem, F - valor fixo): " NO ADVANCING
    ACCEPT DSC-MODO
    MOVE ZERO TO DSC-PERCENTAGEM
    MOVE ZERO TO DSC-VALOR-FIXO
    IF DSC-MODO = "F"
        DISPLAY "Valor fixo por semestre: " NO ADVANCING
        ACCEPT DSO-RESPOSTA
        MOVE FUNCTION NUMVAL (DSO-RESPOSTA) TO DSC-VALOR-FIXO
    ELSE
        MOVE "P" TO DSC-MODO
        DISPLAY "Percentagem (ate 100, ex. 2.5): " NO ADVANCING
        ACCEPT DSO-RESPOSTA
        MOVE FUNCTION NUMVAL (DSO-RESPOSTA) TO DSC-PERCENTAGEM
        IF DSC-PERCENTAGEM > 100
            MOVE 100 TO DSC-PERCENTAGEM
        END-IF
    END-IF
    DISPLAY "Base (P - propina por creditos, T - total com taxas): "
        NO ADVANCING
    ACCEPT DSC-BASE
    IF DSC-BASE NOT = "T"
        MOVE "P" TO DSC-BASE
    END-IF
    DISPLAY "Creditos inscritos minimos (0 = sem minimo): "
        NO ADVANCING
    ACCEPT DSC-CREDITOS-MINIMOS
    DISPLAY "Media minima (0 = sem minimo, ex. 16.00): " NO ADVANCING
    ACCEPT DSO-RESPOSTA
    MOVE FUNCTION NUMVAL (DSO-RESPOSTA) TO DSC-MEDIA-MINIMA
    DISPLAY "Valida de (AAAAMMDD, 0 = sempre): " NO ADVANCING
    ACCEPT DSC-DATA-INICIO
    DISPLAY "Valida ate (AAAAMMDD, 0 = sem fim): " NO ADVANCING
    ACCEPT DSC-DATA-FIM
    DISPLAY "Ordem de aplicacao (01 a 99): " NO ADVANCING
    ACCEPT DSC-ORDEM
    DISPLAY "Acumula com outros descontos (S/N): " NO ADVANCING
    ACCEPT DSC-ACUMULA
    IF DSC-ACUMULA NOT = "N"
        MOVE "S" TO DSC-ACUMULA
    END-IF
    DISPLAY "Estado (A - ativa, I - inativa): " NO ADVANCING
    ACCEPT DSC-ESTADO
    IF DSC-ESTADO NOT = "I"
        MOVE "A" TO DSC-ESTADO
    END-IF.

LISTAR-DESCONTOS-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT DSO-ID-ALUNO
    MOVE ZERO TO DSO-TOTAL-LISTADOS
    MOVE 'N' TO DSO-FIM-FICHEIRO
    OPEN INPUT DESCONTOS-ALUNO-FILE.
    IF DESCALUNO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESCONTOS-ALUNO-FILE. Status: "
            DESCALUNO-STATUS
    ELSE
        MOVE DSO-ID-ALUNO TO DCA-ID-ALUNO
        MOVE LOW-VALUES TO DCA-CODIGO
        START DESCONTOS-ALUNO-FILE KEY IS NOT LESS THAN DCA-CHAVE
            INVALID KEY
                MOVE 'Y' TO DSO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL DSO-FIM-FICHEIRO = 'Y'
            READ DESCONTOS-ALUNO-FILE NEXT RECORD
                AT END MOVE 'Y' TO DSO-FIM-FICHEIRO
                NOT AT END
                    IF DCA-ID-ALUNO NOT = DSO-ID-ALUNO
                        MOVE 'Y' TO DSO-FIM-FICHEIRO
                    ELSE
                        DISPLAY DCA-CODIGO "  desde " DCA-DATA-ATRIB
                            "  ate " DCA-DATA-FIM
                            "  " DCA-JUSTIFICACAO
                            "  " DCA-OPERADOR
                            "  estado " DCA-ESTADO
                        ADD 1 TO DSO-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESCONTOS-ALUNO-FILE
        DISPLAY "Total de descontos: " DSO-TOTAL-LISTADOS
    END-IF.

ATRIBUIR-DESCONTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT DSO-ID-ALUNO
    DISPLAY "Codigo da regra: " NO ADVANCING
    ACCEPT DSO-CODIGO
    MOVE 'N' TO DSO-EXISTE
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE DSO-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO DSO-EXISTE
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF DSO-EXISTE = 'N'
        DISPLAY "Aluno nao encontrado."
    ELSE
        MOVE 'N' TO DSO-EXISTE
        OPEN INPUT DESCONTOS-FILE
        IF DESCONTOS-STATUS = "00"
            MOVE DSO-CODIGO TO DSC-CODIGO
            READ DESCONTOS-FILE KEY IS DSC-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DSC-ATIVO
                        MOVE 'S' TO DSO-EXISTE
                    END-IF
            END-READ
            CLOSE DESCONTOS-FILE
        END-IF
        IF DSO-EXISTE = 'N'
            DISPLAY "Regra inexistente ou inativa."
        ELSE
            PERFORM GRAVAR-ATRIBUICAO
        END-IF
    END-IF.

GRAVAR-ATRIBUICAO.
    MOVE DSO-ID-ALUNO TO DCA-ID-ALUNO
    MOVE DSO-CODIGO TO DCA-CODIGO
    MOVE DSO-DATA TO DCA-DATA-ATRIB
    DISPLAY "Valido ate (AAAAMMDD, 0 = enquanto a regra vigorar): "
        NO ADVANCING
    ACCEPT DCA-DATA-FIM
    DISPLAY "Justificacao (ex. irmao n. / processo): " NO ADVANCING
    ACCEPT DCA-JUSTIFICACAO
    MOVE SES-OPERADOR-ATUAL TO DCA-OPERADOR
    MOVE "A" TO DCA-ESTADO
    MOVE ZERO TO DESCALUNO-TENTATIVAS
    MOVE "99" TO DESCALUNO-STATUS
    PERFORM UNTIL DESCALUNO-STATUS = "00"
        OR DESCALUNO-TENTATIVAS = 5
        OPEN I-O DESCONTOS-ALUNO-FILE
        IF DESCALUNO-STATUS NOT = "00"
            ADD 1 TO DESCALUNO-TENTATIVAS
        END-IF
    END-PERFORM
    IF DESCALUNO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESCONTOS-ALUNO-FILE. Status: "
            DESCALUNO-STATUS
    ELSE
        WRITE REGISTO-DESCONTO-ALUNO
            INVALID KEY
                REWRITE REGISTO-DESCONTO-ALUNO
                DISPLAY "Desconto do aluno atualizado."
            NOT INVALID KEY
                DISPLAY "Desconto atribuido."
        END-WRITE
        CLOSE DESCONTOS-ALUNO-FILE
    END-IF.

CANCELAR-DESCONTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT DSO-ID-ALUNO
    DISPLAY "Codigo da regra: " NO ADVANCING
    ACCEPT DSO-CODIGO
    MOVE ZERO TO DESCALUNO-TENTATIVAS
    MOVE "99" TO DESCALUNO-STATUS
    PERFORM UNTIL DESCALUNO-STATUS = "00"
        OR DESCALUNO-TENTATIVAS = 5
        OPEN I-O DESCONTOS-ALUNO-FILE
        IF DESCALUNO-STATUS NOT = "00"
            ADD 1 TO DESCALUNO-TENTATIVAS
        END-IF
    END-PERFORM
    IF DESCALUNO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESCONTOS-ALUNO-FILE. Status: "
            DESCALUNO-STATUS
    ELSE
        MOVE DSO-ID-ALUNO TO DCA-ID-ALUNO
        MOVE DSO-CODIGO TO DCA-CODIGO
        READ DESCONTOS-ALUNO-FILE KEY IS DCA-CHAVE
            INVALID KEY
                DISPLAY "Desconto nao encontrado."
            NOT INVALID KEY
                MOVE "C" TO DCA-ESTADO
                REWRITE REGISTO-DESCONTO-ALUNO
                DISPLAY "Desconto cancelado. Os semestres ja"
                    " faturados mantem o credito lancado."
        END-READ
        CLOSE DESCONTOS-ALUNO-FILE
    END-IF.

CUSTO-DESCONTOS.
*> soma, por regra, os creditos lancados por gerar_propinas no
*> semestre (tipo C com o codigo da regra na referencia).
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT DSO-SEMESTRE
    MOVE ZERO TO DSO-TOTAL-REGRAS
    MOVE ZERO TO DSO-TOTAL-CUSTO
    MOVE 'N' TO DSO-FIM-FICHEIRO
    OPEN INPUT DESCONTOS-FILE.
    IF DESCONTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESCONTOS-FILE. Status: "
            DESCONTOS-STATUS
    ELSE
        PERFORM UNTIL DSO-FIM-FICHEIRO = 'Y'
            READ DESCONTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO DSO-FIM-FICHEIRO
                NOT AT END
                    IF DSO-TOTAL-REGRAS < 200
                        ADD 1 TO DSO-TOTAL-REGRAS
                        MOVE DSC-CODIGO
                            TO DSO-CUSTO-CODIGO (DSO-TOTAL-REGRAS)
                        MOVE ZERO
                            TO DSO-CUSTO-ALUNOS (DSO-TOTAL-REGRAS)
                        MOVE ZERO
                            TO DSO-CUSTO-VALOR (DSO-TOTAL-REGRAS)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESCONTOS-FILE
        MOVE 'N' TO DSO-FIM-FICHEIRO
        OPEN INPUT PROPMOV-FILE
        IF PROPMOV-STATUS = "00"
            PERFORM UNTIL DSO-FIM-FICHEIRO = 'Y'
                READ PROPMOV-FILE
                    AT END MOVE 'Y' TO DSO-FIM-FICHEIRO
                    NOT AT END
                        IF MOV-CREDITO AND MOV-SEMESTRE = DSO-SEMESTRE
                            PERFORM SOMAR-CUSTO-DESCONTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROPMOV-FILE
        END-IF
        DISPLAY "==============================================="
        DISPLAY " CUSTO DOS DESCONTOS - SEMESTRE " DSO-SEMESTRE
        DISPLAY "==============================================="
        DISPLAY "Regra     Lancamentos         Valor"
        PERFORM VARYING DSO-IDX FROM 1 BY 1
            UNTIL DSO-IDX > DSO-TOTAL-REGRAS
            IF DSO-CUSTO-ALUNOS (DSO-IDX) > ZERO
                MOVE DSO-CUSTO-VALOR (DSO-IDX) TO DSO-TOTAL-ED
                DISPLAY DSO-CUSTO-CODIGO (DSO-IDX) "  "
                    DSO-CUSTO-ALUNOS (DSO-IDX) "       " DSO-TOTAL-ED
            END-IF
        END-PERFORM
        MOVE DSO-TOTAL-CUSTO TO DSO-TOTAL-ED
        DISPLAY "-----------------------------------------------"
        DISPLAY "Total                     " DSO-TOTAL-ED
    END-IF.

SOMAR-CUSTO-DESCONTO.
    PERFORM VARYING DSO-IDX FROM 1 BY 1
        UNTIL DSO-IDX > DSO-TOTAL-REGRAS
        IF MOV-REFERENCIA = DSO-CUSTO-CODIGO (DSO-IDX)
            ADD 1 TO DSO-CUSTO-ALUNOS (DSO-IDX)
            ADD MOV-VALOR TO DSO-CUSTO-VALOR (DSO-IDX)
            ADD MOV-VALOR TO DSO-TOTAL-CUSTO
        END-IF
    END-PERFORM.

COPY "psessao.cbl".
