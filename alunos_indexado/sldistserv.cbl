$set sourceformat(free)

SELECT DIST-SERVICO-FILE
    ASSIGN TO DISTSERV-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSV-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DISTSERV-STATUS.
