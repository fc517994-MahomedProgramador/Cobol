$set sourceformat(free)

SELECT VALES-CAIXA-FILE
    ASSIGN TO VALES-CAIXA-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS VLC-CHAVE
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS VALES-CAIXA-STATUS.
