$set sourceformat(free)

SELECT EXAMES-FILE
    ASSIGN TO EXAMES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EXM-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS EXAMES-STATUS.
