$set sourceformat(free)

SELECT ESTATUTOS-FILE
    ASSIGN TO ESTATUTOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS STE-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ESTATUTOS-STATUS.
