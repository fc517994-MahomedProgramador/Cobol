$set sourceformat(free)

SELECT REQUERIMENTOS-FILE
    ASSIGN TO REQUERIMENTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS REQ-NUMERO
    ALTERNATE RECORD KEY IS REQ-ID-ALUNO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS REQUERIMENTOS-STATUS.
