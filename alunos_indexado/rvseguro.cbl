$set sourceformat(free)

ACCEPT SEGUROS-DATAFILE-ENV FROM ENVIRONMENT "SEGUROS_DATAFILE"
IF SEGUROS-DATAFILE-ENV NOT = SPACES
    MOVE SEGUROS-DATAFILE-ENV TO SEGUROS-DATAFILE
END-IF
