$set sourceformat(free)

SELECT FICHAS-CURSO-FILE
    ASSIGN TO FICHASCURSO-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS FCU-CURSO-CODE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS FICHASCURSO-STATUS.
