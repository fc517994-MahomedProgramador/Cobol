$set sourceformat(free)

SELECT VERIFICACOES-FILE
    ASSIGN TO VERIFICACOES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS VRF-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS VERIFICACOES-STATUS.
