$set sourceformat(free)

ACCEPT DESCONTOS-DATAFILE-ENV FROM ENVIRONMENT "DESCONTOS_DATAFILE"
IF DESCONTOS-DATAFILE-ENV NOT = SPACES
    MOVE DESCONTOS-DATAFILE-ENV TO DESCONTOS-DATAFILE
END-IF
