$set sourceformat(free)

SELECT DOCENTES-FILE
    ASSIGN TO DOCENTES-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DOC-ID
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS DOCENTES-STATUS.
