$set sourceformat(free)

ACCEPT REQUERIMENTOS-DATAFILE-ENV
    FROM ENVIRONMENT "REQUERIMENTOS_DATAFILE"
IF REQUERIMENTOS-DATAFILE-ENV NOT = SPACES
    MOVE REQUERIMENTOS-DATAFILE-ENV TO REQUERIMENTOS-DATAFILE
END-IF
