$set sourceformat(free)

ACCEPT TRANSFERENCIAS-DATAFILE-ENV
    FROM ENVIRONMENT "TRANSFERENCIAS_DATAFILE"
IF TRANSFERENCIAS-DATAFILE-ENV NOT = SPACES
    MOVE TRANSFERENCIAS-DATAFILE-ENV TO TRANSFERENCIAS-DATAFILE
END-IF
