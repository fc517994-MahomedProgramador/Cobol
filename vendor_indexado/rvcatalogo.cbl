$set sourceformat(free)

ACCEPT CATALOGO-DATAFILE-ENV
    FROM ENVIRONMENT "CATALOGO_DATAFILE"
IF CATALOGO-DATAFILE-ENV NOT = SPACES
    MOVE CATALOGO-DATAFILE-ENV TO CATALOGO-DATAFILE
END-IF
