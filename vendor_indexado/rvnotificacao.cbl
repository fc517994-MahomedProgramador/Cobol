$set sourceformat(free)

ACCEPT NOTIFICACOES-DATAFILE-ENV FROM ENVIRONMENT "NOTIFICACOES_DATAFILE"
IF NOTIFICACOES-DATAFILE-ENV NOT = SPACES
    MOVE NOTIFICACOES-DATAFILE-ENV TO NOTIFICACOES-DATAFILE
END-IF
