$set sourceformat(free)

SELECT NOTIFICACOES-FILE
    ASSIGN TO NOTIFICACOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS NTF-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS NOTIFICACOES-STATUS.
