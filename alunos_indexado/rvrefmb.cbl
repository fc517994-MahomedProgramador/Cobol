$set sourceformat(free)

ACCEPT REFMB-DATAFILE-ENV FROM ENVIRONMENT "REFMB_DATAFILE"
IF REFMB-DATAFILE-ENV NOT = SPACES
    MOVE REFMB-DATAFILE-ENV TO REFMB-DATAFILE
END-IF
ACCEPT RMB-ENTIDADE-ENV FROM ENVIRONMENT "MB_ENTIDADE"
IF RMB-ENTIDADE-ENV NOT = SPACES
    MOVE RMB-ENTIDADE-ENV TO RMB-ENTIDADE-INST
END-IF
