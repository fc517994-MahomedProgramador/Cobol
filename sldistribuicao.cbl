$set sourceformat(free)

SELECT DISTRIBUICOES-FILE
    ASSIGN TO DISTRIBUICOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DST-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DISTRIBUICOES-STATUS.
