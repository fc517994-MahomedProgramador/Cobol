$set sourceformat(free)

SELECT RECORRENTES-FILE
    ASSIGN TO RECORRENTES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RCR-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS RECORRENTES-STATUS.
