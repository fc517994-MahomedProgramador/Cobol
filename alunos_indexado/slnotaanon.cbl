$set sourceformat(free)

SELECT NOTAS-ANON-FILE
    ASSIGN TO NOTASANON-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS NAN-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS NOTASANON-STATUS.
