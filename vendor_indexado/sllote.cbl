$set sourceformat(free)

SELECT LOTES-FILE
    ASSIGN TO LOTES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LOT-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS LOTES-STATUS.
