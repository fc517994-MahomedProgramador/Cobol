$set sourceformat(free)

SELECT SOBRECARGA-FILE
    ASSIGN TO SOBRECARGA-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SOB-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS SOBRECARGA-STATUS.
