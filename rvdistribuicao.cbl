$set sourceformat(free)

ACCEPT DISTRIBUICOES-DATAFILE-ENV FROM ENVIRONMENT "DISTRIBUICOES_DATAFILE"
IF DISTRIBUICOES-DATAFILE-ENV NOT = SPACES
    MOVE DISTRIBUICOES-DATAFILE-ENV TO DISTRIBUICOES-DATAFILE
END-IF
