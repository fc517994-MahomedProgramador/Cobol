$set sourceformat(free)

ACCEPT EXAMES-DATAFILE-ENV FROM ENVIRONMENT "EXAMES_DATAFILE"
IF EXAMES-DATAFILE-ENV NOT = SPACES
    MOVE EXAMES-DATAFILE-ENV TO EXAMES-DATAFILE
END-IF
