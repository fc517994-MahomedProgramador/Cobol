$set sourceformat(free)

SELECT PROVAS-ANON-FILE
    ASSIGN TO PROVASANON-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PRV-CODIGO
    ALTERNATE RECORD KEY IS PRV-CHAVE-ALUNO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PROVASANON-STATUS.
