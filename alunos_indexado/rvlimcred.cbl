$set sourceformat(free)

ACCEPT LIMCRED-DATAFILE-ENV
    FROM ENVIRONMENT "LIMCRED_DATAFILE"
IF LIMCRED-DATAFILE-ENV NOT = SPACES
    MOVE LIMCRED-DATAFILE-ENV TO LIMCRED-DATAFILE
END-IF
