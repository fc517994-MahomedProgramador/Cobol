$set sourceformat(free)

SELECT PROVISOES-FILE
    ASSIGN TO PROVISOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PVS-PERIODO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PROVISOES-STATUS.
