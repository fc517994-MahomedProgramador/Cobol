$set sourceformat(free)

SELECT DESPESAS-DOC-LIN-FILE
    ASSIGN TO DESPESAS-DOC-LIN-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSL-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DESPESAS-DOC-LIN-STATUS.
