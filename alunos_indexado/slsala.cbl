$set sourceformat(free)

SELECT SALAS-FILE
    ASSIGN TO SALAS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SALA-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS SALAS-STATUS.
