$set sourceformat(free)

*> paragrafo partilhado do fecho de exercicio. FECHOSANO.dat tem
*> um registo por ano fechado por fechar_ano; depois do fecho nao
*> se aceitam lancamentos datados nesse ano. Recebe o ano em
*> FCA-ANO-TESTE e devolve FCA-ANO-FECHADO a 'S' se estiver
*> fechado (sem o ficheiro nenhum ano esta fechado).

VERIFICAR-ANO-FECHADO.
    MOVE 'N' TO FCA-ANO-FECHADO
    OPEN INPUT FECHOSANO-FILE.
    IF FECHOSANO-STATUS = "00"
        MOVE FCA-ANO-TESTE TO FCA-ANO
        READ FECHOSANO-FILE KEY IS FCA-ANO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF FCA-FECHADO
                    MOVE 'S' TO FCA-ANO-FECHADO
                END-IF
        END-READ
        CLOSE FECHOSANO-FILE
    END-IF.
