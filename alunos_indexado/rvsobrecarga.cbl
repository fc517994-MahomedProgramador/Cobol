$set sourceformat(free)

ACCEPT SOBRECARGA-DATAFILE-ENV
    FROM ENVIRONMENT "SOBRECARGA_DATAFILE"
IF SOBRECARGA-DATAFILE-ENV NOT = SPACES
    MOVE SOBRECARGA-DATAFILE-ENV TO SOBRECARGA-DATAFILE
END-IF
