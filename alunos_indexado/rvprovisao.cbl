$set sourceformat(free)

ACCEPT PROVISOES-DATAFILE-ENV FROM ENVIRONMENT "PROVISOES_DATAFILE"
IF PROVISOES-DATAFILE-ENV NOT = SPACES
    MOVE PROVISOES-DATAFILE-ENV TO PROVISOES-DATAFILE
END-IF
