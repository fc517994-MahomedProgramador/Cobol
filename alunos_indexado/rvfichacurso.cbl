$set sourceformat(free)

ACCEPT FICHASCURSO-DATAFILE-ENV
    FROM ENVIRONMENT "FICHASCURSO_DATAFILE"
IF FICHASCURSO-DATAFILE-ENV NOT = SPACES
    MOVE FICHASCURSO-DATAFILE-ENV TO FICHASCURSO-DATAFILE
END-IF
