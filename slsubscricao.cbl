$set sourceformat(free)

SELECT SUBSCRICOES-FILE
    ASSIGN TO SUBSCRICOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUB-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS SUBSCRICOES-STATUS.
