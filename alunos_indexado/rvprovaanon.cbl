$set sourceformat(free)

ACCEPT PROVASANON-DATAFILE-ENV FROM ENVIRONMENT "PROVASANON_DATAFILE"
IF PROVASANON-DATAFILE-ENV NOT = SPACES
    MOVE PROVASANON-DATAFILE-ENV TO PROVASANON-DATAFILE
END-IF
