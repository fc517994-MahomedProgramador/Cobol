$set sourceformat(free)

SELECT SEGUROS-FILE
    ASSIGN TO SEGUROS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SEG-CHAVE
    ALTERNATE RECORD KEY IS SEG-ID-ALUNO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS SEGUROS-STATUS.
