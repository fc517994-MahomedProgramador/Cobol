$set sourceformat(free)

SELECT HOMOLOG-FILE
    ASSIGN TO HOMOLOG-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS HML-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS HOMOLOG-STATUS.
