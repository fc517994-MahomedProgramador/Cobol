$set sourceformat(free)

SELECT CATALOGO-FILE
    ASSIGN TO CATALOGO-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CAT-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS CATALOGO-STATUS.
