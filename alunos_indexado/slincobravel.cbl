$set sourceformat(free)

SELECT INCOBRAVEIS-FILE
    ASSIGN TO INCOBRAVEIS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS INC-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS INCOBRAVEIS-STATUS.
