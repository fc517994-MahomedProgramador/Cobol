$set sourceformat(free)

SELECT ATIVOSMOV-FILE
    ASSIGN TO ATIVOSMOV-DATAFILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ATIVOSMOV-STATUS.
