$set sourceformat(free)

ACCEPT VAGAS-DATAFILE-ENV
    FROM ENVIRONMENT "VAGAS_DATAFILE"
IF VAGAS-DATAFILE-ENV NOT = SPACES
    MOVE VAGAS-DATAFILE-ENV TO VAGAS-DATAFILE
END-IF
