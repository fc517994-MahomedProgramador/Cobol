$set sourceformat(free)

*> paragrafos partilhados dos armazens: pedir o armazem (ENTER =
*> armazem central) e consultar ou movimentar o saldo de um
*> artigo num armazem em STOCKARM.dat. O saldo total do artigo
*> continua em STOCKS.dat e e atualizado pelo chamador. O
*> chamador nao tem ARMAZENS-FILE nem STOCKARM-FILE abertos.

PEDIR-ARMAZEM.
    MOVE 'N' TO ARI-OK
    PERFORM UNTIL ARI-OK = 'S'
        DISPLAY "Armazem (ENTER = " ARI-CENTRAL "): " NO ADVANCING
        MOVE SPACES TO ARI-ARMAZEM
        ACCEPT ARI-ARMAZEM
        IF ARI-ARMAZEM = SPACES
            MOVE ARI-CENTRAL TO ARI-ARMAZEM
        END-IF
        PERFORM VALIDAR-ARMAZEM
    END-PERFORM.

VALIDAR-ARMAZEM.
*> sem ficheiro de armazens so existe o armazem central.
    MOVE 'N' TO ARI-OK
    OPEN INPUT ARMAZENS-FILE.
    IF ARMAZENS-STATUS NOT = "00"
        IF ARI-ARMAZEM = ARI-CENTRAL
            MOVE 'S' TO ARI-OK
        ELSE
            DISPLAY "Armazem inexistente."
        END-IF
    ELSE
        MOVE ARI-ARMAZEM TO ARM-CODIGO
        READ ARMAZENS-FILE KEY IS ARM-CODIGO
            INVALID KEY
                IF ARI-ARMAZEM = ARI-CENTRAL
                    MOVE 'S' TO ARI-OK
                ELSE
                    DISPLAY "Armazem inexistente."
                END-IF
            NOT INVALID KEY
                IF ARM-ATIVO
                    MOVE 'S' TO ARI-OK
                ELSE
                    DISPLAY "O armazem esta inativo."
                END-IF
        END-READ
        CLOSE ARMAZENS-FILE
    END-IF.

ABRIR-STOCKARM.
    OPEN INPUT STOCKARM-FILE.
    IF STOCKARM-STATUS = "35"
        OPEN OUTPUT STOCKARM-FILE
        CLOSE STOCKARM-FILE
    ELSE
        IF STOCKARM-STATUS = "00"
            CLOSE STOCKARM-FILE
        END-IF
    END-IF
    MOVE ZERO TO STOCKARM-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL STOCKARM-STATUS = "00" OR STOCKARM-TENTATIVAS = 5
        OPEN I-O STOCKARM-FILE
        IF STOCKARM-STATUS NOT = "00"
            ADD 1 TO STOCKARM-TENTATIVAS
        END-IF
    END-PERFORM.

SEMEAR-STOCKARM.
*> primeiro movimento do artigo desde que ha armazens: o saldo
*> que ja existia passa para o armazem central.
    MOVE 'N' TO ARI-TEM-SALDOS
    MOVE ARI-ARTIGO TO SAR-ARTIGO-CODIGO
    MOVE LOW-VALUES TO SAR-ARMAZEM
    START STOCKARM-FILE KEY IS NOT LESS THAN SAR-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ STOCKARM-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF SAR-ARTIGO-CODIGO = ARI-ARTIGO
                        MOVE 'S' TO ARI-TEM-SALDOS
                    END-IF
            END-READ
    END-START
    IF ARI-TEM-SALDOS = 'N' AND ARI-SALDO-ANTES > ZERO
        MOVE ARI-ARTIGO TO SAR-ARTIGO-CODIGO
        MOVE ARI-CENTRAL TO SAR-ARMAZEM
        MOVE ARI-SALDO-ANTES TO SAR-SALDO
        MOVE ZERO TO SAR-MINIMO
        WRITE REGISTO-STOCKARM
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

OBTER-SALDO-ARMAZEM.
    MOVE ZERO TO ARI-SALDO-ARMAZEM
    PERFORM ABRIR-STOCKARM
    IF STOCKARM-STATUS NOT = "00"
        IF ARI-ARMAZEM = ARI-CENTRAL
            MOVE ARI-SALDO-ANTES TO ARI-SALDO-ARMAZEM
        END-IF
    ELSE
        PERFORM SEMEAR-STOCKARM
        MOVE ARI-ARTIGO TO SAR-ARTIGO-CODIGO
        MOVE ARI-ARMAZEM TO SAR-ARMAZEM
        READ STOCKARM-FILE KEY IS SAR-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SAR-SALDO TO ARI-SALDO-ARMAZEM
        END-READ
        CLOSE STOCKARM-FILE
    END-IF.

MOVER-SALDO-ARMAZEM.
*> soma ARI-DELTA (negativo nas saidas) ao saldo do armazem; o
*> saldo nunca fica negativo.
    MOVE ZERO TO ARI-SALDO-ARMAZEM
    PERFORM ABRIR-STOCKARM
    IF STOCKARM-STATUS NOT = "00"
        DISPLAY "Aviso: saldo do armazem nao atualizado (status "
            STOCKARM-STATUS ")."
    ELSE
        PERFORM SEMEAR-STOCKARM
        MOVE ARI-ARTIGO TO SAR-ARTIGO-CODIGO
        MOVE ARI-ARMAZEM TO SAR-ARMAZEM
        READ STOCKARM-FILE KEY IS SAR-CHAVE
            INVALID KEY
                IF ARI-DELTA > ZERO
                    MOVE ARI-ARTIGO TO SAR-ARTIGO-CODIGO
                    MOVE ARI-ARMAZEM TO SAR-ARMAZEM
                    MOVE ARI-DELTA TO SAR-SALDO
                    MOVE ZERO TO SAR-MINIMO
                    WRITE REGISTO-STOCKARM
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    MOVE SAR-SALDO TO ARI-SALDO-ARMAZEM
                END-IF
            NOT INVALID KEY
                COMPUTE ARI-NOVO-SALDO = SAR-SALDO + ARI-DELTA
                IF ARI-NOVO-SALDO < ZERO
                    MOVE ZERO TO SAR-SALDO
                ELSE
                    MOVE ARI-NOVO-SALDO TO SAR-SALDO
                END-IF
                REWRITE REGISTO-STOCKARM
                MOVE SAR-SALDO TO ARI-SALDO-ARMAZEM
        END-READ
        CLOSE STOCKARM-FILE
    END-IF.
