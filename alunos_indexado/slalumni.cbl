$set sourceformat(free)

SELECT ALUMNI-FILE
    ASSIGN TO ALUMNI-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ALU-ID-ALUNO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ALUMNI-STATUS.
