$set sourceformat(free)

77 DESPESAS-DOC-DATAFILE      PIC X(40) VALUE "DESPESASDOC.dat".
77 DESPESAS-DOC-DATAFILE-ENV  PIC X(40).
77 DESPESAS-DOC-STATUS        PIC X(2) VALUE "00".
77 DESPESAS-DOC-TENTATIVAS PIC 9(2) VALUE ZERO.
