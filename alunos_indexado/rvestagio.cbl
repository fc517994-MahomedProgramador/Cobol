$set sourceformat(free)

ACCEPT ESTAGIOS-DATAFILE-ENV
    FROM ENVIRONMENT "ESTAGIOS_DATAFILE"
IF ESTAGIOS-DATAFILE-ENV NOT = SPACES
    MOVE ESTAGIOS-DATAFILE-ENV TO ESTAGIOS-DATAFILE
END-IF
