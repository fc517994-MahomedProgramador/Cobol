$set sourceformat(free)

ACCEPT DESPESAS-DOC-DATAFILE-ENV
    FROM ENVIRONMENT "DESPESASDOC_DATAFILE"
IF DESPESAS-DOC-DATAFILE-ENV NOT = SPACES
    MOVE DESPESAS-DOC-DATAFILE-ENV TO DESPESAS-DOC-DATAFILE
END-IF
