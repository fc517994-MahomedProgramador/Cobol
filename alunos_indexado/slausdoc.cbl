$set sourceformat(free)

SELECT AUSENCIAS-DOC-FILE
    ASSIGN TO AUSDOC-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AUD-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS AUSDOC-STATUS.
