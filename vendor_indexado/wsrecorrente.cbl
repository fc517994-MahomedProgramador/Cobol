$set sourceformat(free)

77 RECORRENTES-DATAFILE      PIC X(40) VALUE "RECORRENTES.dat".
77 RECORRENTES-DATAFILE-ENV  PIC X(40).
77 RECORRENTES-STATUS        PIC X(2) VALUE "00".
77 RECORRENTES-TENTATIVAS PIC 9(2) VALUE ZERO.
