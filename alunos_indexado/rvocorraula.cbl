$set sourceformat(free)

ACCEPT OCORRAULA-DATAFILE-ENV
    FROM ENVIRONMENT "OCORRAULA_DATAFILE"
IF OCORRAULA-DATAFILE-ENV NOT = SPACES
    MOVE OCORRAULA-DATAFILE-ENV TO OCORRAULA-DATAFILE
END-IF
