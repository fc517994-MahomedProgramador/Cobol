$set sourceformat(free)

SELECT PROJETOS-FILE
    ASSIGN TO PROJETOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PRJ-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PROJETOS-STATUS.
