$set sourceformat(free)

SELECT CANDIDATURAS-FILE
    ASSIGN TO CANDIDATURAS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CAN-NUMERO
    ALTERNATE RECORD KEY IS CAN-CONCURSO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS CANDIDATURAS-STATUS.
