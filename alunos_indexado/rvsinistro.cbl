$set sourceformat(free)

ACCEPT SINISTROS-DATAFILE-ENV FROM ENVIRONMENT "SINISTROS_DATAFILE"
IF SINISTROS-DATAFILE-ENV NOT = SPACES
    MOVE SINISTROS-DATAFILE-ENV TO SINISTROS-DATAFILE
END-IF
