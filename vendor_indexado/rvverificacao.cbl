$set sourceformat(free)

ACCEPT VERIFICACOES-DATAFILE-ENV
    FROM ENVIRONMENT "VERIFICACOES_DATAFILE"
IF VERIFICACOES-DATAFILE-ENV NOT = SPACES
    MOVE VERIFICACOES-DATAFILE-ENV TO VERIFICACOES-DATAFILE
END-IF
