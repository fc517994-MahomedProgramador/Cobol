$set sourceformat(free)

ACCEPT IMPUTACOES-DATAFILE-ENV
    FROM ENVIRONMENT "IMPUTACOES_DATAFILE"
IF IMPUTACOES-DATAFILE-ENV NOT = SPACES
    MOVE IMPUTACOES-DATAFILE-ENV TO IMPUTACOES-DATAFILE
END-IF
