$set sourceformat(free)

SELECT INSC-ESPECIAL-FILE
    ASSIGN TO INSCESPECIAL-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IEE-CHAVE
    ALTERNATE RECORD KEY IS IEE-CURSO-SEM WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS INSCESPECIAL-STATUS.
