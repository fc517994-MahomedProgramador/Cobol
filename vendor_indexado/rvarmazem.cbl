$set sourceformat(free)

ACCEPT ARMAZENS-DATAFILE-ENV
    FROM ENVIRONMENT "ARMAZENS_DATAFILE"
IF ARMAZENS-DATAFILE-ENV NOT = SPACES
    MOVE ARMAZENS-DATAFILE-ENV TO ARMAZENS-DATAFILE
END-IF
