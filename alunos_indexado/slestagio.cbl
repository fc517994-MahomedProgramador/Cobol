$set sourceformat(free)

SELECT ESTAGIOS-FILE
    ASSIGN TO ESTAGIOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ETG-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ESTAGIOS-STATUS.
