$set sourceformat(free)

SELECT IMPUTACOES-FILE
    ASSIGN TO IMPUTACOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IMP-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS IMPUTACOES-STATUS.
