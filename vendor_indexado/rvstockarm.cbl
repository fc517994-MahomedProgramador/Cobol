$set sourceformat(free)

ACCEPT STOCKARM-DATAFILE-ENV
    FROM ENVIRONMENT "STOCKARM_DATAFILE"
IF STOCKARM-DATAFILE-ENV NOT = SPACES
    MOVE STOCKARM-DATAFILE-ENV TO STOCKARM-DATAFILE
END-IF
