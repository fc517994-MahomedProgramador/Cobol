$set sourceformat(free)

ACCEPT RETENCOES-DATAFILE-ENV
    FROM ENVIRONMENT "RETENCOES_DATAFILE"
IF RETENCOES-DATAFILE-ENV NOT = SPACES
    MOVE RETENCOES-DATAFILE-ENV TO RETENCOES-DATAFILE
END-IF
