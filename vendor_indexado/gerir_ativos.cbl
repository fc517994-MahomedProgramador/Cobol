*>          capital. Mantem as classes de ativo e as taxas de
*>          amortizacao anuais (CLASSESATIVO.dat), liga a fatura
*>          e o custo final ao ativo criado na rececao
*>          (ATIVOS.dat), trata o abate e a venda (com o valor de
*>          venda e o ganho ou perda face ao valor liquido, que
*>          mensal_gl lanca no mes do abate), as transferencias de
*>          local e departamento com historico em ATIVOSMOV.dat, e
*>          lista os ativos por departamento com as referencias de
*>          ordem e fatura que os auditores pedem. A amortizacao
*>          mensal corre em depreciar_ativos e a verificacao
*>          fisica anual em verificar_ativos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slativo.cbl".
     COPY "slclasseativo.cbl".
     COPY "slfatura.cbl".
     COPY "slativomov.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
  COPY "fdativo.cbl".
  COPY "fdclasseativo.cbl".
  COPY "fdfatura.cbl".
  COPY "fdativomov.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsativo.cbl".
  COPY "wsclasseativo.cbl".
  COPY "wsfatura.cbl".
  COPY "wsativomov.cbl".
  COPY "wssessao.cbl".
    77 GAT-OPCAO             PIC 9 VALUE ZERO.
    77 GAT-SAIR              PIC X VALUE 'N'.
    77 GAT-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GAT-CUSTO-ED          PIC Z(8)9.99.
    77 GAT-CONFIRMA          PIC 9.
    77 GAT-TIPO-ABATE        PIC 9.
    77 GAT-RESPOSTA          PIC X(15).
    77 GAT-LOCALIZACAO       PIC X(20).
    77 GAT-MOTIVO            PIC X(30).
    77 GAT-COMPRADOR         PIC X(30).
    77 GAT-VALOR-VENDA       PIC 9(9)V99.
    77 GAT-VALOR-LIQUIDO     PIC 9(9)V99.
    77 GAT-RESULTADO         PIC S9(9)V99.
    77 GAT-RESULTADO-ED      PIC +Z(8)9.99.

PROCEDURE DIVISION.
COPY "rvativo.cbl".
COPY "rvclasseativo.cbl".
COPY "rvfatura.cbl".
COPY "rvativomov.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
    DISPLAY "1 - Listar ativos por departamento"
    DISPLAY "2 - Configurar classe de ativo"
    DISPLAY "3 - Ligar fatura a um ativo (custo final)"
    DISPLAY "4 - Abater ou vender ativo"
    DISPLAY "5 - Transferir ativo (local ou departamento)"
    DISPLAY "6 - Historico de movimentos de um ativo"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GAT-OPCAO
            PERFORM LIGAR-FATURA-ATIVO
        WHEN 4
            PERFORM ABATER-ATIVO
        WHEN 5
            PERFORM TRANSFERIR-ATIVO
        WHEN 6
            PERFORM HISTORICO-ATIVO
        WHEN 0
            MOVE 'Y' TO GAT-SAIR
        WHEN OTHER
                            ATV-VENDOR-NUMBER
                            " ordem " ATV-PO-NUMBER
                            " fatura " ATV-FATURA
                        IF ATV-VENDIDO
                            MOVE ATV-VALOR-VENDA TO GAT-CUSTO-ED
                            DISPLAY "  vendido em " ATV-DATA-ABATE
                                " a " ATV-COMPRADOR
                                " por " GAT-CUSTO-ED
                        END-IF
                        ADD 1 TO GAT-TOTAL-LISTADOS
                    END-IF
            END-READ
                IF ATV-ABATIDO
                    DISPLAY "O ativo ja esta abatido."
                ELSE
                    PERFORM PEDIR-DADOS-ABATE
                    DISPLAY "Vai abater o ativo " ATV-DESCRICAO
                    DISPLAY "Prima 0 para confirmar ou 1 para"
                        " sair"
                    ACCEPT GAT-CONFIRMA
                    IF GAT-CONFIRMA = 0
                        PERFORM GRAVAR-ABATE
                    ELSE
                        DISPLAY "Operacao cancelada."
                    END-IF
        CLOSE ATIVOS-FILE
    END-IF.

PEDIR-DADOS-ABATE.
*> o valor liquido e o custo menos a amortizacao acumulada a data
*> do abate; na venda, o ganho ou a perda e a diferenca para o
*> valor de venda (no abate sem venda, perde-se o valor liquido).
    COMPUTE GAT-VALOR-LIQUIDO = ATV-CUSTO - ATV-DEPREC-ACUM
    MOVE ZERO TO GAT-VALOR-VENDA
    MOVE SPACES TO GAT-COMPRADOR
    MOVE GAT-VALOR-LIQUIDO TO GAT-CUSTO-ED
    DISPLAY "Valor liquido contabilistico: " GAT-CUSTO-ED
    DISPLAY "1 - Abate sem valor (obsoleto, avariado, extraviado)"
    DISPLAY "2 - Venda"
    DISPLAY "Tipo de abate: " NO ADVANCING
    ACCEPT GAT-TIPO-ABATE
    IF GAT-TIPO-ABATE = 2
        DISPLAY "Valor de venda: " NO ADVANCING
        MOVE SPACES TO GAT-RESPOSTA
        ACCEPT GAT-RESPOSTA
        IF GAT-RESPOSTA NOT = SPACES
            MOVE FUNCTION NUMVAL (GAT-RESPOSTA) TO GAT-VALOR-VENDA
        END-IF
        DISPLAY "Comprador: " NO ADVANCING
        ACCEPT GAT-COMPRADOR
    ELSE
        MOVE 1 TO GAT-TIPO-ABATE
    END-IF
    COMPUTE GAT-RESULTADO = GAT-VALOR-VENDA - GAT-VALOR-LIQUIDO
    MOVE GAT-RESULTADO TO GAT-RESULTADO-ED
    IF GAT-RESULTADO < ZERO
        DISPLAY "Perda no abate: " GAT-RESULTADO-ED
    ELSE
        DISPLAY "Ganho no abate: " GAT-RESULTADO-ED
    END-IF.

GRAVAR-ABATE.
    MOVE ATV-LOCALIZACAO TO AMV-LOC-ANTERIOR
    MOVE ATV-DEPARTAMENTO TO AMV-DEPT-ANTERIOR
    MOVE "B" TO ATV-ESTADO
    MOVE GAT-DATA TO ATV-DATA-ABATE
    MOVE GAT-VALOR-LIQUIDO TO ATV-VALOR-LIQUIDO
    MOVE GAT-VALOR-VENDA TO ATV-VALOR-VENDA
    MOVE GAT-COMPRADOR TO ATV-COMPRADOR
    IF GAT-TIPO-ABATE = 2
        MOVE "V" TO ATV-TIPO-ABATE
        MOVE "V" TO AMV-TIPO
        MOVE GAT-COMPRADOR TO AMV-MOTIVO
    ELSE
        MOVE "B" TO ATV-TIPO-ABATE
        MOVE "B" TO AMV-TIPO
        MOVE "abate sem valor" TO AMV-MOTIVO
    END-IF
    REWRITE REGISTO-ATIVO
    MOVE SPACES TO AMV-LOC-NOVA
    MOVE SPACES TO AMV-DEPT-NOVO
    PERFORM GRAVAR-MOVIMENTO-ATIVO
    IF ATV-VENDIDO
        DISPLAY "Ativo vendido e abatido."
    ELSE
        DISPLAY "Ativo abatido."
    END-IF.

TRANSFERIR-ATIVO.
    DISPLAY "Numero do ativo a transferir: " NO ADVANCING
    ACCEPT GAT-NUMERO
    MOVE ZERO TO ATIVOS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL ATIVOS-STATUS = "00" OR ATIVOS-TENTATIVAS = 5
        OPEN I-O ATIVOS-FILE
        IF ATIVOS-STATUS NOT = "00"
            ADD 1 TO ATIVOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ATIVOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ATIVOS-FILE. Status: "
            ATIVOS-STATUS
    ELSE
        MOVE GAT-NUMERO TO ATV-NUMERO
        READ ATIVOS-FILE KEY IS ATV-NUMERO
            INVALID KEY
                DISPLAY "Ativo nao encontrado."
            NOT INVALID KEY
                IF ATV-ABATIDO
                    DISPLAY "O ativo esta abatido."
                ELSE
                    PERFORM PEDIR-DESTINO-ATIVO
                END-IF
        END-READ
        CLOSE ATIVOS-FILE
    END-IF.

PEDIR-DESTINO-ATIVO.
    DISPLAY "Ativo " ATV-NUMERO "  " ATV-DESCRICAO
    DISPLAY "  local atual " ATV-LOCALIZACAO
        "  dept " ATV-DEPARTAMENTO
    DISPLAY "Nova localizacao (ENTER = mantem): " NO ADVANCING
    MOVE SPACES TO GAT-LOCALIZACAO
    ACCEPT GAT-LOCALIZACAO
    IF GAT-LOCALIZACAO = SPACES
        MOVE ATV-LOCALIZACAO TO GAT-LOCALIZACAO
    END-IF
    DISPLAY "Novo departamento (ENTER = mantem): " NO ADVANCING
    MOVE SPACES TO GAT-DEPARTAMENTO
    ACCEPT GAT-DEPARTAMENTO
    IF GAT-DEPARTAMENTO = SPACES
        MOVE ATV-DEPARTAMENTO TO GAT-DEPARTAMENTO
    END-IF
    IF GAT-LOCALIZACAO = ATV-LOCALIZACAO
        AND GAT-DEPARTAMENTO = ATV-DEPARTAMENTO
        DISPLAY "Sem alteracao de local nem de departamento."
    ELSE
        DISPLAY "Motivo da transferencia: " NO ADVANCING
        MOVE SPACES TO GAT-MOTIVO
        ACCEPT GAT-MOTIVO
        MOVE "T" TO AMV-TIPO
        MOVE ATV-LOCALIZACAO TO AMV-LOC-ANTERIOR
        MOVE ATV-DEPARTAMENTO TO AMV-DEPT-ANTERIOR
        MOVE GAT-LOCALIZACAO TO AMV-LOC-NOVA
        MOVE GAT-DEPARTAMENTO TO AMV-DEPT-NOVO
        MOVE GAT-MOTIVO TO AMV-MOTIVO
        MOVE GAT-LOCALIZACAO TO ATV-LOCALIZACAO
        MOVE GAT-DEPARTAMENTO TO ATV-DEPARTAMENTO
        REWRITE REGISTO-ATIVO
        PERFORM GRAVAR-MOVIMENTO-ATIVO
        DISPLAY "Ativo transferido para " ATV-LOCALIZACAO
            " / " ATV-DEPARTAMENTO "."
    END-IF.

GRAVAR-MOVIMENTO-ATIVO.
    MOVE GAT-DATA TO AMV-DATA
    MOVE ATV-NUMERO TO AMV-ATIVO
    MOVE SES-OPERADOR-ATUAL TO AMV-OPERADOR
    OPEN EXTEND ATIVOSMOV-FILE.
    IF ATIVOSMOV-STATUS NOT = "00"
        OPEN OUTPUT ATIVOSMOV-FILE
    END-IF
    IF ATIVOSMOV-STATUS = "00"
        WRITE REGISTO-ATIVOSMOV
        CLOSE ATIVOSMOV-FILE
    ELSE
        DISPLAY "Aviso: historico do ativo nao gravado (status "
            ATIVOSMOV-STATUS ")."
    END-IF.

HISTORICO-ATIVO.
    DISPLAY "Numero do ativo: " NO ADVANCING
    ACCEPT GAT-NUMERO
    MOVE ZERO TO GAT-TOTAL-LISTADOS
    MOVE 'N' TO GAT-FIM-FICHEIRO
    OPEN INPUT ATIVOSMOV-FILE.
    IF ATIVOSMOV-STATUS NOT = "00"
        DISPLAY "Sem movimentos de ativos registados."
    ELSE
        DISPLAY "==============================================="
        DISPLAY " MOVIMENTOS DO ATIVO " GAT-NUMERO
        DISPLAY "==============================================="
        PERFORM UNTIL GAT-FIM-FICHEIRO = 'Y'
            READ ATIVOSMOV-FILE
                AT END MOVE 'Y' TO GAT-FIM-FICHEIRO
                NOT AT END
                    IF AMV-ATIVO = GAT-NUMERO
                        DISPLAY AMV-DATA "  " AMV-TIPO
                            "  de " AMV-LOC-ANTERIOR
                            " / " AMV-DEPT-ANTERIOR
                            "  para " AMV-LOC-NOVA
                            " / " AMV-DEPT-NOVO
                        DISPLAY "          " AMV-MOTIVO
                            "  por " AMV-OPERADOR
                        ADD 1 TO GAT-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ATIVOSMOV-FILE
        DISPLAY "Movimentos: " GAT-TOTAL-LISTADOS
    END-IF.

COPY "psessao.cbl".
