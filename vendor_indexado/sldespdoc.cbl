$set sourceformat(free)

SELECT DESPESAS-DOC-FILE
    ASSIGN TO DESPESAS-DOC-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSD-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DESPESAS-DOC-STATUS.
