$set sourceformat(free)

77 DESPESAS-DOC-LIN-DATAFILE      PIC X(40) VALUE "DESPESASDOCLIN.dat".
77 DESPESAS-DOC-LIN-DATAFILE-ENV  PIC X(40).
77 DESPESAS-DOC-LIN-STATUS        PIC X(2) VALUE "00".
77 DESPESAS-DOC-LIN-TENTATIVAS PIC 9(2) VALUE ZERO.
