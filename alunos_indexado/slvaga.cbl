$set sourceformat(free)

SELECT VAGAS-FILE
    ASSIGN TO VAGAS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS VAG-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS VAGAS-STATUS.
