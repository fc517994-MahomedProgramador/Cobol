$set sourceformat(free)

ACCEPT FUNDOS-MANEIO-DATAFILE-ENV
    FROM ENVIRONMENT "FUNDOSMANEIO_DATAFILE"
IF FUNDOS-MANEIO-DATAFILE-ENV NOT = SPACES
    MOVE FUNDOS-MANEIO-DATAFILE-ENV TO FUNDOS-MANEIO-DATAFILE
END-IF
