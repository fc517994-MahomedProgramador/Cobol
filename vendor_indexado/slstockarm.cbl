$set sourceformat(free)

SELECT STOCKARM-FILE
    ASSIGN TO STOCKARM-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SAR-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS STOCKARM-STATUS.
