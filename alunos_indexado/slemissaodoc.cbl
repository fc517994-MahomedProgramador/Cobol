$set sourceformat(free)

SELECT EMISSOES-DOC-FILE
    ASSIGN TO EMISSOESDOC-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EMD-NUMERO
    ALTERNATE RECORD KEY IS EMD-NUM-REQUERIMENTO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS EMISSOESDOC-STATUS.
