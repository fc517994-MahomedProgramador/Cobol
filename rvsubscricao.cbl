$set sourceformat(free)

ACCEPT SUBSCRICOES-DATAFILE-ENV FROM ENVIRONMENT "SUBSCRICOES_DATAFILE"
IF SUBSCRICOES-DATAFILE-ENV NOT = SPACES
    MOVE SUBSCRICOES-DATAFILE-ENV TO SUBSCRICOES-DATAFILE
END-IF
