*>          preco do contrato, abatem o valor consumido e sao
*>          bloqueadas alem do teto ou fora da validade. O
*>          relatorio mostra o valor remanescente por contrato.
*>          Cada contrato guarda as condicoes de renovacao
*>          (renovavel, numero maximo de renovacoes, meses por
*>          renovacao, dias de aviso antes do fim); a renovacao
*>          prolonga a data de fim e conta as renovacoes usadas.
*>          Os avisos diarios sao dados por alertas_contratos e a
*>          atualizacao anual de precos por indexar_contratos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    77 GCT-ULTIMO-PO         PIC 9(5) VALUE ZERO.
    77 GCT-LINHA-OK          PIC X VALUE 'N'.
    77 GCT-VALOR-ED          PIC +Z(8)9.99.
    77 GCT-RESPOSTA          PIC X(6).
    77 GCT-CONFIRMA          PIC X.
    77 GCT-MESES-TOTAL       PIC 9(6).
    01 GCT-DATA-CALC.
      05 GCT-DC-ANO          PIC 9(4).
      05 GCT-DC-MES          PIC 9(2).
      05 GCT-DC-DIA          PIC 9(2).
    01 GCT-DATA-CALC-N REDEFINES GCT-DATA-CALC PIC 9(8).

PROCEDURE DIVISION.
COPY "rvcontrato.cbl".
    DISPLAY "2 - Acrescentar linha a contrato"
    DISPLAY "3 - Ordem de chamada (call-off)"
    DISPLAY "4 - Relatorio de consumo e remanescente"
    DISPLAY "5 - Renovar contrato"
    DISPLAY "6 - Alterar condicoes de renovacao"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GCT-OPCAO
            PERFORM ORDEM-DE-CHAMADA
        WHEN 4
            PERFORM RELATORIO-CONTRATOS
        WHEN 5
            PERFORM RENOVAR-CONTRATO
        WHEN 6
            PERFORM ALTERAR-CONDICOES-RENOVACAO
        WHEN 0
            MOVE 'Y' TO GCT-SAIR
        WHEN OTHER
            ACCEPT CTR-VALOR-TETO
            MOVE ZERO TO CTR-VALOR-CONSUMIDO
            MOVE "A" TO CTR-ESTADO
            MOVE ZERO TO CTR-RENOVACOES-USADAS
            PERFORM PEDIR-CONDICOES-RENOVACAO
            MOVE ZERO TO CTR-DATA-INDEXACAO
            MOVE ZERO TO CTR-PCT-INDEXACAO
            WRITE REGISTO-CONTRATO
                INVALID KEY
                    DISPLAY "Erro: numero de contrato duplicado."
        MOVE ZERO TO VPO-PRECO-MOEDA
        MOVE 1 TO VPO-CAMBIO
        MOVE "N" TO VPO-CAPITAL
        MOVE "Q" TO VPO-PROCEDIMENTO
        MOVE SPACES TO VPO-CATEGORIA
        MOVE CTR-NUMERO TO VPO-CONTRATO
        MOVE SPACES TO VPO-PROJETO
        MOVE SPACES TO VPO-PRJ-CATEGORIA
        MOVE "A" TO VPO-ESTADO
        WRITE REGISTO-VENDOR-PO
            INVALID KEY
                    DISPLAY "  teto " CTR-VALOR-TETO
                        "  consumido " CTR-VALOR-CONSUMIDO
                        "  remanescente " GCT-VALOR-ED
                    IF CTR-RENOVAVEL-SIM
                        DISPLAY "  renovavel: "
                            CTR-RENOVACOES-USADAS " de "
                            CTR-RENOVACOES-MAX " renovacoes de "
                            CTR-MESES-RENOVACAO " meses"
                            "  aviso " CTR-DIAS-AVISO " dias"
                    ELSE
                        DISPLAY "  nao renovavel"
                            "  aviso " CTR-DIAS-AVISO " dias"
                    END-IF
                    IF CTR-DATA-INDEXACAO NOT = ZERO
                        DISPLAY "  ultima indexacao "
                            CTR-DATA-INDEXACAO " ("
                            CTR-PCT-INDEXACAO "%)"
                    END-IF
                    ADD 1 TO GCT-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        DISPLAY "Total de contratos: " GCT-TOTAL-LISTADOS
    END-IF.

PEDIR-CONDICOES-RENOVACAO.
    DISPLAY "Contrato renovavel (S/N): " NO ADVANCING
    ACCEPT GCT-CONFIRMA
    IF GCT-CONFIRMA = "S" OR GCT-CONFIRMA = "s"
        MOVE "S" TO CTR-RENOVAVEL
        DISPLAY "Numero maximo de renovacoes: " NO ADVANCING
        ACCEPT CTR-RENOVACOES-MAX
        DISPLAY "Meses por renovacao: " NO ADVANCING
        ACCEPT CTR-MESES-RENOVACAO
    ELSE
        MOVE "N" TO CTR-RENOVAVEL
        MOVE ZERO TO CTR-RENOVACOES-MAX
        MOVE ZERO TO CTR-MESES-RENOVACAO
    END-IF
    DISPLAY "Dias de aviso antes do fim (ENTER = 90): "
        NO ADVANCING
    MOVE SPACES TO GCT-RESPOSTA
    ACCEPT GCT-RESPOSTA
    IF GCT-RESPOSTA = SPACES
        MOVE 90 TO CTR-DIAS-AVISO
    ELSE
        MOVE FUNCTION NUMVAL (GCT-RESPOSTA) TO CTR-DIAS-AVISO
    END-IF.

ABRIR-CONTRATO-I-O.
    MOVE 'N' TO GCT-LINHA-OK
    MOVE ZERO TO CONTRATOS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL CONTRATOS-STATUS = "00"
        OR CONTRATOS-TENTATIVAS = 5
        OPEN I-O CONTRATOS-FILE
        IF CONTRATOS-STATUS NOT = "00"
            ADD 1 TO CONTRATOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CONTRATOS-FILE. Status: "
            CONTRATOS-STATUS
    ELSE
        MOVE GCT-NUMERO TO CTR-NUMERO
        READ CONTRATOS-FILE KEY IS CTR-NUMERO
            INVALID KEY
                DISPLAY "Contrato nao encontrado."
                CLOSE CONTRATOS-FILE
            NOT INVALID KEY
                MOVE 'S' TO GCT-LINHA-OK
        END-READ
    END-IF.

RENOVAR-CONTRATO.
    DISPLAY "Numero do contrato: " NO ADVANCING
    ACCEPT GCT-NUMERO
    PERFORM ABRIR-CONTRATO-I-O
    IF GCT-LINHA-OK = 'S'
        EVALUATE TRUE
            WHEN NOT CTR-ATIVO
                DISPLAY "O contrato esta encerrado."
            WHEN NOT CTR-RENOVAVEL-SIM
                DISPLAY "O contrato nao e renovavel: e preciso"
                    " novo procedimento de aquisicao."
            WHEN CTR-RENOVACOES-USADAS NOT < CTR-RENOVACOES-MAX
                DISPLAY "Renovacoes esgotadas (" CTR-RENOVACOES-USADAS
                    " de " CTR-RENOVACOES-MAX "): e preciso novo"
                    " procedimento de aquisicao."
            WHEN OTHER
                MOVE CTR-DATA-FIM TO GCT-DATA-CALC-N
                PERFORM SOMAR-MESES-RENOVACAO
                DISPLAY "Data de fim atual " CTR-DATA-FIM
                    ", nova data de fim " GCT-DATA-CALC-N
                DISPLAY "Confirmar renovacao (S/N): " NO ADVANCING
                ACCEPT GCT-CONFIRMA
                IF GCT-CONFIRMA = "S" OR GCT-CONFIRMA = "s"
                    MOVE GCT-DATA-CALC-N TO CTR-DATA-FIM
                    ADD 1 TO CTR-RENOVACOES-USADAS
                    REWRITE REGISTO-CONTRATO
                    DISPLAY "Contrato " GCT-NUMERO " renovado ate "
                        CTR-DATA-FIM " (renovacao "
                        CTR-RENOVACOES-USADAS " de "
                        CTR-RENOVACOES-MAX ")."
                ELSE
                    DISPLAY "Renovacao cancelada."
                END-IF
        END-EVALUATE
        CLOSE CONTRATOS-FILE
    END-IF.

SOMAR-MESES-RENOVACAO.
*> soma os meses de renovacao a GCT-DATA-CALC; o dia passa ao
*> ultimo do mes quando nao existe (31 -> 30, 29/02 -> 28/02).
    COMPUTE GCT-MESES-TOTAL = GCT-DC-ANO * 12 + GCT-DC-MES - 1
        + CTR-MESES-RENOVACAO
    DIVIDE GCT-MESES-TOTAL BY 12 GIVING GCT-DC-ANO
        REMAINDER GCT-DC-MES
    ADD 1 TO GCT-DC-MES
    PERFORM UNTIL GCT-DC-DIA < 29
        OR FUNCTION TEST-DATE-YYYYMMDD (GCT-DATA-CALC-N) = ZERO
        SUBTRACT 1 FROM GCT-DC-DIA
    END-PERFORM.

ALTERAR-CONDICOES-RENOVACAO.
    DISPLAY "Numero do contrato: " NO ADVANCING
    ACCEPT GCT-NUMERO
    PERFORM ABRIR-CONTRATO-I-O
    IF GCT-LINHA-OK = 'S'
        DISPLAY "Renovavel: " CTR-RENOVAVEL
            "  renovacoes usadas " CTR-RENOVACOES-USADAS
            " de " CTR-RENOVACOES-MAX
            "  meses " CTR-MESES-RENOVACAO
            "  aviso " CTR-DIAS-AVISO " dias"
        PERFORM PEDIR-CONDICOES-RENOVACAO
        REWRITE REGISTO-CONTRATO
        DISPLAY "Condicoes de renovacao do contrato " GCT-NUMERO
            " gravadas."
        CLOSE CONTRATOS-FILE
    END-IF.

COPY "psessao.cbl".
