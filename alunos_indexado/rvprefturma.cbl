$set sourceformat(free)

ACCEPT PREFTURMA-DATAFILE-ENV FROM ENVIRONMENT "PREFTURMA_DATAFILE"
IF PREFTURMA-DATAFILE-ENV NOT = SPACES
    MOVE PREFTURMA-DATAFILE-ENV TO PREFTURMA-DATAFILE
END-IF
