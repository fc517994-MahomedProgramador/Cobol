$set sourceformat(free)

SELECT QUARTOS-FILE
    ASSIGN TO QUARTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS QRT-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS QUARTOS-STATUS.
