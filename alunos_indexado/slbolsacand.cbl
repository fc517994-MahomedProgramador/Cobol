$set sourceformat(free)

SELECT CANDIDATOS-FILE
    ASSIGN TO BOLSACAND-DATAFILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS BOLSACAND-STATUS.
