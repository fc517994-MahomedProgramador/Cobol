$set sourceformat(free)

ACCEPT QUARTOS-DATAFILE-ENV FROM ENVIRONMENT "QUARTOS_DATAFILE"
IF QUARTOS-DATAFILE-ENV NOT = SPACES
    MOVE QUARTOS-DATAFILE-ENV TO QUARTOS-DATAFILE
END-IF
