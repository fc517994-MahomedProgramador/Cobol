$set sourceformat(free)

*> paragrafos partilhados dos lotes de stock (LOTES.dat): pedir o
*> lote e a validade na rececao, dar entrada do lote (em
*> quarentena ou disponivel) e passar a disponivel a quantidade
*> aceite na inspecao. O chamador nao tem LOTES-FILE aberto.

PEDIR-LOTE-RECECAO.
    MOVE SPACES TO LTM-LOTE
    MOVE ZERO TO LTM-VALIDADE
    DISPLAY "Lote do fornecedor (ENTER = sem lote): " NO ADVANCING
    ACCEPT LTM-LOTE
    IF LTM-LOTE NOT = SPACES
        DISPLAY "Data de validade (AAAAMMDD, ENTER = sem validade): "
            NO ADVANCING
        MOVE SPACES TO LTM-RESPOSTA
        ACCEPT LTM-RESPOSTA
        IF LTM-RESPOSTA NOT = SPACES
            MOVE FUNCTION NUMVAL (LTM-RESPOSTA) TO LTM-VALIDADE
        END-IF
        IF LTM-VALIDADE NOT = ZERO AND LTM-VALIDADE < LTM-DATA
            DISPLAY "Aviso: o lote ja chega fora da validade e fica"
                " bloqueado para saidas."
        END-IF
    END-IF.

ABRIR-LOTES.
    OPEN INPUT LOTES-FILE.
    IF LOTES-STATUS = "35"
        OPEN OUTPUT LOTES-FILE
        CLOSE LOTES-FILE
    ELSE
        IF LOTES-STATUS = "00"
            CLOSE LOTES-FILE
        END-IF
    END-IF
    MOVE ZERO TO LOTES-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL LOTES-STATUS = "00" OR LOTES-TENTATIVAS = 5
        OPEN I-O LOTES-FILE
        IF LOTES-STATUS NOT = "00"
            ADD 1 TO LOTES-TENTATIVAS
        END-IF
    END-PERFORM.

REGISTAR-ENTRADA-LOTE.
*> um lote ja conhecido do mesmo artigo (nova entrega do mesmo
*> lote) soma as quantidades e mantem a validade registada.
    PERFORM ABRIR-LOTES
    IF LOTES-STATUS NOT = "00"
        DISPLAY "Aviso: LOTES-FILE indisponivel (status "
            LOTES-STATUS "); lote nao registado."
    ELSE
        MOVE LTM-ARTIGO TO LOT-ARTIGO-CODIGO
        MOVE LTM-LOTE TO LOT-NUMERO
        READ LOTES-FILE KEY IS LOT-CHAVE
            INVALID KEY
                MOVE LTM-ARTIGO TO LOT-ARTIGO-CODIGO
                MOVE LTM-LOTE TO LOT-NUMERO
                MOVE LTM-VALIDADE TO LOT-DATA-VALIDADE
                MOVE LTM-DATA TO LOT-DATA-ENTRADA
                MOVE LTM-VENDOR TO LOT-VENDOR-NUMBER
                MOVE LTM-PO TO LOT-PO-NUMBER
                MOVE LTM-QUANTIDADE TO LOT-QTD-RECEBIDA
                IF LTM-QUARENTENA = 'S'
                    MOVE LTM-QUANTIDADE TO LOT-QTD-QUARENTENA
                    MOVE ZERO TO LOT-SALDO
                    MOVE "Q" TO LOT-ESTADO
                ELSE
                    MOVE ZERO TO LOT-QTD-QUARENTENA
                    MOVE LTM-QUANTIDADE TO LOT-SALDO
                    MOVE "D" TO LOT-ESTADO
                END-IF
                WRITE REGISTO-LOTE
                    INVALID KEY
                        DISPLAY "Erro ao gravar o lote."
                END-WRITE
            NOT INVALID KEY
                ADD LTM-QUANTIDADE TO LOT-QTD-RECEBIDA
                IF LTM-QUARENTENA = 'S'
                    ADD LTM-QUANTIDADE TO LOT-QTD-QUARENTENA
                ELSE
                    ADD LTM-QUANTIDADE TO LOT-SALDO
                END-IF
                IF LOT-EM-QUARENTENA AND LOT-SALDO > ZERO
                    MOVE "D" TO LOT-ESTADO
                END-IF
                REWRITE REGISTO-LOTE
        END-READ
        CLOSE LOTES-FILE
    END-IF.

LIBERTAR-LOTE-INSPECIONADO.
*> a quantidade inspecionada sai da quarentena; so a aceite
*> passa ao saldo do lote.
    PERFORM ABRIR-LOTES
    IF LOTES-STATUS = "00"
        MOVE LTM-ARTIGO TO LOT-ARTIGO-CODIGO
        MOVE LTM-LOTE TO LOT-NUMERO
        READ LOTES-FILE KEY IS LOT-CHAVE
            INVALID KEY
                DISPLAY "Aviso: lote " LTM-LOTE " nao encontrado."
            NOT INVALID KEY
                IF LTM-QUANTIDADE > LOT-QTD-QUARENTENA
                    MOVE ZERO TO LOT-QTD-QUARENTENA
                ELSE
                    SUBTRACT LTM-QUANTIDADE FROM LOT-QTD-QUARENTENA
                END-IF
                ADD LTM-QTD-ACEITE TO LOT-SALDO
                IF LOT-EM-QUARENTENA
                    AND (LOT-SALDO > ZERO OR LOT-QTD-QUARENTENA = ZERO)
                    MOVE "D" TO LOT-ESTADO
                END-IF
                REWRITE REGISTO-LOTE
        END-READ
        CLOSE LOTES-FILE
    END-IF.
