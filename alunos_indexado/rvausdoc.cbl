$set sourceformat(free)

ACCEPT AUSDOC-DATAFILE-ENV FROM ENVIRONMENT "AUSDOC_DATAFILE"
IF AUSDOC-DATAFILE-ENV NOT = SPACES
    MOVE AUSDOC-DATAFILE-ENV TO AUSDOC-DATAFILE
END-IF
