$set sourceformat(free)

ACCEPT NOTASANON-DATAFILE-ENV FROM ENVIRONMENT "NOTASANON_DATAFILE"
IF NOTASANON-DATAFILE-ENV NOT = SPACES
    MOVE NOTASANON-DATAFILE-ENV TO NOTASANON-DATAFILE
END-IF
