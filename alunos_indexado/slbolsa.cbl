$set sourceformat(free)

SELECT BOLSAS-FILE
    ASSIGN TO BOLSAS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BLS-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS BOLSAS-STATUS.
