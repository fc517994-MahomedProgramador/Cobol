$set sourceformat(free)

ACCEPT INCOBRAVEIS-DATAFILE-ENV FROM ENVIRONMENT "INCOBRAVEIS_DATAFILE"
IF INCOBRAVEIS-DATAFILE-ENV NOT = SPACES
    MOVE INCOBRAVEIS-DATAFILE-ENV TO INCOBRAVEIS-DATAFILE
END-IF
