$set sourceformat(free)

SELECT FECHOSANO-FILE
    ASSIGN TO FECHOSANO-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS FCA-ANO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS FECHOSANO-STATUS.
