$set sourceformat(free)

ACCEPT SALAS-DATAFILE-ENV FROM ENVIRONMENT "SALAS_DATAFILE"
IF SALAS-DATAFILE-ENV NOT = SPACES
    MOVE SALAS-DATAFILE-ENV TO SALAS-DATAFILE
END-IF
