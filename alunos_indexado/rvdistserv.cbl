$set sourceformat(free)

ACCEPT DISTSERV-DATAFILE-ENV
    FROM ENVIRONMENT "DISTSERV_DATAFILE"
IF DISTSERV-DATAFILE-ENV NOT = SPACES
    MOVE DISTSERV-DATAFILE-ENV TO DISTSERV-DATAFILE
END-IF
