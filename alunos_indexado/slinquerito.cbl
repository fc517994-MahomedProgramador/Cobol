$set sourceformat(free)

SELECT INQUERITOS-FILE
    ASSIGN TO INQUERITOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS INQ-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS INQUERITOS-STATUS.
