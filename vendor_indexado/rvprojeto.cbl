$set sourceformat(free)

ACCEPT PROJETOS-DATAFILE-ENV
    FROM ENVIRONMENT "PROJETOS_DATAFILE"
IF PROJETOS-DATAFILE-ENV NOT = SPACES
    MOVE PROJETOS-DATAFILE-ENV TO PROJETOS-DATAFILE
END-IF
