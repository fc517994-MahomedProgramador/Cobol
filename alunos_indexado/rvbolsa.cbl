$set sourceformat(free)

ACCEPT BOLSAS-DATAFILE-ENV FROM ENVIRONMENT "BOLSAS_DATAFILE"
IF BOLSAS-DATAFILE-ENV NOT = SPACES
    MOVE BOLSAS-DATAFILE-ENV TO BOLSAS-DATAFILE
END-IF
