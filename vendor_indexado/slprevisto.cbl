$set sourceformat(free)

SELECT PREVISTOS-FILE
    ASSIGN TO PREVISTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PRV-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PREVISTOS-STATUS.
