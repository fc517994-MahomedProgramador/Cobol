$set sourceformat(free)

ACCEPT BOLSAPREST-DATAFILE-ENV FROM ENVIRONMENT "BOLSAPREST_DATAFILE"
IF BOLSAPREST-DATAFILE-ENV NOT = SPACES
    MOVE BOLSAPREST-DATAFILE-ENV TO BOLSAPREST-DATAFILE
END-IF
