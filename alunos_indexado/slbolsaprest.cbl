$set sourceformat(free)

SELECT BOLSAPREST-FILE
    ASSIGN TO BOLSAPREST-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BLP-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS BOLSAPREST-STATUS.
