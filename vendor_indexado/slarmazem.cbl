$set sourceformat(free)

SELECT ARMAZENS-FILE
    ASSIGN TO ARMAZENS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ARM-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ARMAZENS-STATUS.
