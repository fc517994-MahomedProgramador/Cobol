$set sourceformat(free)

SELECT CARTOES-FILE
    ASSIGN TO CARTOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CRT-NUMERO
    ALTERNATE RECORD KEY IS CRT-ID-ALUNO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS CARTOES-STATUS.
