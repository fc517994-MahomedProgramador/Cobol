$set sourceformat(free)

ACCEPT EMPRESTIMOS-DATAFILE-ENV FROM ENVIRONMENT "EMPRESTIMOS_DATAFILE"
IF EMPRESTIMOS-DATAFILE-ENV NOT = SPACES
    MOVE EMPRESTIMOS-DATAFILE-ENV TO EMPRESTIMOS-DATAFILE
END-IF
