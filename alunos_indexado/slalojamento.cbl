$set sourceformat(free)

SELECT ALOJAMENTOS-FILE
    ASSIGN TO ALOJAMENTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ALJ-CHAVE
    ALTERNATE RECORD KEY IS ALJ-QUARTO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ALOJAMENTOS-STATUS.
