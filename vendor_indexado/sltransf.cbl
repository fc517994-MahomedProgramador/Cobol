$set sourceformat(free)

SELECT TRANSFERENCIAS-FILE
    ASSIGN TO TRANSFERENCIAS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TRF-NUMERO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS TRANSFERENCIAS-STATUS.
