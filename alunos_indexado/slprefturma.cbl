$set sourceformat(free)

SELECT PREF-TURMA-FILE
    ASSIGN TO PREFTURMA-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PTU-CHAVE
    ALTERNATE RECORD KEY IS PTU-CURSO-SEM WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PREFTURMA-STATUS.
