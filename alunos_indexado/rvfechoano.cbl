$set sourceformat(free)

ACCEPT FECHOSANO-DATAFILE-ENV FROM ENVIRONMENT "FECHOSANO_DATAFILE"
IF FECHOSANO-DATAFILE-ENV NOT = SPACES
    MOVE FECHOSANO-DATAFILE-ENV TO FECHOSANO-DATAFILE
END-IF
