$set sourceformat(free)

SELECT SINISTROS-FILE
    ASSIGN TO SINISTROS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SIN-NUMERO
    ALTERNATE RECORD KEY IS SIN-ID-ALUNO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS SINISTROS-STATUS.
