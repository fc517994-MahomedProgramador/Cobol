$set sourceformat(free)

ACCEPT ENTIDADES-DATAFILE-ENV
    FROM ENVIRONMENT "ENTIDADES_DATAFILE"
IF ENTIDADES-DATAFILE-ENV NOT = SPACES
    MOVE ENTIDADES-DATAFILE-ENV TO ENTIDADES-DATAFILE
END-IF
