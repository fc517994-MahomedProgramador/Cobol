$set sourceformat(free)

ACCEPT ALUMNI-DATAFILE-ENV FROM ENVIRONMENT "ALUMNI_DATAFILE"
IF ALUMNI-DATAFILE-ENV NOT = SPACES
    MOVE ALUMNI-DATAFILE-ENV TO ALUMNI-DATAFILE
END-IF
