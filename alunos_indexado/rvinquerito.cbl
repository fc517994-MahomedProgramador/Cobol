$set sourceformat(free)

ACCEPT INQUERITOS-DATAFILE-ENV
    FROM ENVIRONMENT "INQUERITOS_DATAFILE"
IF INQUERITOS-DATAFILE-ENV NOT = SPACES
    MOVE INQUERITOS-DATAFILE-ENV TO INQUERITOS-DATAFILE
END-IF
