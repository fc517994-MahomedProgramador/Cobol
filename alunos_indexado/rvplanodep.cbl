$set sourceformat(free)

ACCEPT PLANODEP-DATAFILE-ENV
    FROM ENVIRONMENT "PLANODEP_DATAFILE"
IF PLANODEP-DATAFILE-ENV NOT = SPACES
    MOVE PLANODEP-DATAFILE-ENV TO PLANODEP-DATAFILE
END-IF
