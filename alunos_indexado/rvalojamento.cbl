$set sourceformat(free)

ACCEPT ALOJAMENTOS-DATAFILE-ENV FROM ENVIRONMENT "ALOJAMENTOS_DATAFILE"
IF ALOJAMENTOS-DATAFILE-ENV NOT = SPACES
    MOVE ALOJAMENTOS-DATAFILE-ENV TO ALOJAMENTOS-DATAFILE
END-IF
