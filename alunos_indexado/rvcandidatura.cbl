$set sourceformat(free)

ACCEPT CANDIDATURAS-DATAFILE-ENV
    FROM ENVIRONMENT "CANDIDATURAS_DATAFILE"
IF CANDIDATURAS-DATAFILE-ENV NOT = SPACES
    MOVE CANDIDATURAS-DATAFILE-ENV TO CANDIDATURAS-DATAFILE
END-IF
