$set sourceformat(free)

SELECT ENTIDADES-FILE
    ASSIGN TO ENTIDADES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ENT-CODIGO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS ENTIDADES-STATUS.
