$set sourceformat(free)

ACCEPT CARTOES-DATAFILE-ENV FROM ENVIRONMENT "CARTOES_DATAFILE"
IF CARTOES-DATAFILE-ENV NOT = SPACES
    MOVE CARTOES-DATAFILE-ENV TO CARTOES-DATAFILE
END-IF
