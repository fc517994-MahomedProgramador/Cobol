$set sourceformat(free)

ACCEPT ESTATUTOS-DATAFILE-ENV
    FROM ENVIRONMENT "ESTATUTOS_DATAFILE"
IF ESTATUTOS-DATAFILE-ENV NOT = SPACES
    MOVE ESTATUTOS-DATAFILE-ENV TO ESTATUTOS-DATAFILE
END-IF
