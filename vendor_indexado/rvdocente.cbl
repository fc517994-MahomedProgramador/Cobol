$set sourceformat(free)

ACCEPT DOCENTES-DATAFILE-ENV FROM ENVIRONMENT "DOCENTES_DATAFILE"
IF DOCENTES-DATAFILE-ENV NOT = SPACES
    MOVE DOCENTES-DATAFILE-ENV TO DOCENTES-DATAFILE
END-IF
