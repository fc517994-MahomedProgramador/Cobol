$set sourceformat(free)

SELECT PLANODEP-FILE
    ASSIGN TO PLANODEP-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PLD-PLANO
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS PLANODEP-STATUS.
