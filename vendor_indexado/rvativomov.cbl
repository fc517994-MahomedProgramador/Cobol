$set sourceformat(free)

ACCEPT ATIVOSMOV-DATAFILE-ENV
    FROM ENVIRONMENT "ATIVOSMOV_DATAFILE"
IF ATIVOSMOV-DATAFILE-ENV NOT = SPACES
    MOVE ATIVOSMOV-DATAFILE-ENV TO ATIVOSMOV-DATAFILE
END-IF
