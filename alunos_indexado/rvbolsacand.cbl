$set sourceformat(free)

ACCEPT BOLSACAND-DATAFILE-ENV FROM ENVIRONMENT "BOLSACAND_DATAFILE"
IF BOLSACAND-DATAFILE-ENV NOT = SPACES
    MOVE BOLSACAND-DATAFILE-ENV TO BOLSACAND-DATAFILE
END-IF
