$set sourceformat(free)

ACCEPT HOMOLOG-DATAFILE-ENV FROM ENVIRONMENT "HOMOLOG_DATAFILE"
IF HOMOLOG-DATAFILE-ENV NOT = SPACES
    MOVE HOMOLOG-DATAFILE-ENV TO HOMOLOG-DATAFILE
END-IF
