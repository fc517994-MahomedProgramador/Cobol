$set sourceformat(free)

ACCEPT VALES-CAIXA-DATAFILE-ENV
    FROM ENVIRONMENT "VALESCAIXA_DATAFILE"
IF VALES-CAIXA-DATAFILE-ENV NOT = SPACES
    MOVE VALES-CAIXA-DATAFILE-ENV TO VALES-CAIXA-DATAFILE
END-IF
