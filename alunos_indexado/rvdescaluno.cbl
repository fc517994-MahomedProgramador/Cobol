$set sourceformat(free)

ACCEPT DESCALUNO-DATAFILE-ENV FROM ENVIRONMENT "DESCALUNO_DATAFILE"
IF DESCALUNO-DATAFILE-ENV NOT = SPACES
    MOVE DESCALUNO-DATAFILE-ENV TO DESCALUNO-DATAFILE
END-IF
