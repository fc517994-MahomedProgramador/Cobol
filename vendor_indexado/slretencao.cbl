$set sourceformat(free)

SELECT RETENCOES-FILE
    ASSIGN TO RETENCOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RET-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS RETENCOES-STATUS.
