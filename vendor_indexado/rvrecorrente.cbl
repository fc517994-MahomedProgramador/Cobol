$set sourceformat(free)

ACCEPT RECORRENTES-DATAFILE-ENV
    FROM ENVIRONMENT "RECORRENTES_DATAFILE"
IF RECORRENTES-DATAFILE-ENV NOT = SPACES
    MOVE RECORRENTES-DATAFILE-ENV TO RECORRENTES-DATAFILE
END-IF
