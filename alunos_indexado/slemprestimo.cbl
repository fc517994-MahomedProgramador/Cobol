$set sourceformat(free)

SELECT EMPRESTIMOS-FILE
    ASSIGN TO EMPRESTIMOS-DATAFILE
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EMP-CHAVE
    ALTERNATE RECORD KEY IS EMP-ID-ALUNO WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS EMPRESTIMOS-STATUS.
