$set sourceformat(free)

ACCEPT EMISSOESDOC-DATAFILE-ENV
    FROM ENVIRONMENT "EMISSOESDOC_DATAFILE"
IF EMISSOESDOC-DATAFILE-ENV NOT = SPACES
    MOVE EMISSOESDOC-DATAFILE-ENV TO EMISSOESDOC-DATAFILE
END-IF
