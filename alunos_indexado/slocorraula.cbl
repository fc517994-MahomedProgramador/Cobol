$set sourceformat(free)

SELECT OCORRENCIAS-AULA-FILE
    ASSIGN TO OCORRAULA-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OCA-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS OCORRAULA-STATUS.
