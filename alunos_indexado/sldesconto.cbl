$set sourceformat(free)

SELECT DESCONTOS-FILE
    ASSIGN TO DESCONTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSC-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DESCONTOS-STATUS.
