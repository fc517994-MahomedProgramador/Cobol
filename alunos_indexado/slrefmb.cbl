$set sourceformat(free)

SELECT REFMB-FILE
    ASSIGN TO REFMB-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RMB-REFERENCIA
    ALTERNATE RECORD KEY IS RMB-CONTA WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS REFMB-STATUS.
