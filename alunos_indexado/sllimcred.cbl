$set sourceformat(free)

SELECT LIMCRED-FILE
    ASSIGN TO LIMCRED-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LCR-PLANO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS LIMCRED-STATUS.
