$set sourceformat(free)

SELECT FUNDOS-MANEIO-FILE
    ASSIGN TO FUNDOS-MANEIO-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS FDM-DEPARTAMENTO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS FUNDOS-MANEIO-STATUS.
