$set sourceformat(free)

ACCEPT DESPESAS-DOC-LIN-DATAFILE-ENV
    FROM ENVIRONMENT "DESPESASDOCLIN_DATAFILE"
IF DESPESAS-DOC-LIN-DATAFILE-ENV NOT = SPACES
    MOVE DESPESAS-DOC-LIN-DATAFILE-ENV TO DESPESAS-DOC-LIN-DATAFILE
END-IF
