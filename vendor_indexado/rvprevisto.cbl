$set sourceformat(free)

ACCEPT PREVISTOS-DATAFILE-ENV
    FROM ENVIRONMENT "PREVISTOS_DATAFILE"
IF PREVISTOS-DATAFILE-ENV NOT = SPACES
    MOVE PREVISTOS-DATAFILE-ENV TO PREVISTOS-DATAFILE
END-IF
