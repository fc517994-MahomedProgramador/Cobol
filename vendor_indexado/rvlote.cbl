$set sourceformat(free)

ACCEPT LOTES-DATAFILE-ENV
    FROM ENVIRONMENT "LOTES_DATAFILE"
IF LOTES-DATAFILE-ENV NOT = SPACES
    MOVE LOTES-DATAFILE-ENV TO LOTES-DATAFILE
END-IF
