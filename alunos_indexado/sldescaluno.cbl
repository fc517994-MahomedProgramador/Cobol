$set sourceformat(free)

SELECT DESCONTOS-ALUNO-FILE
    ASSIGN TO DESCALUNO-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DCA-CHAVE
    ALTERNATE RECORD KEY IS DCA-CODIGO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DESCALUNO-STATUS.
