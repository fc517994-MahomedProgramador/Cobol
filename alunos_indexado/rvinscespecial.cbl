$set sourceformat(free)

ACCEPT INSCESPECIAL-DATAFILE-ENV
    FROM ENVIRONMENT "INSCESPECIAL_DATAFILE"
IF INSCESPECIAL-DATAFILE-ENV NOT = SPACES
    MOVE INSCESPECIAL-DATAFILE-ENV TO INSCESPECIAL-DATAFILE
END-IF
