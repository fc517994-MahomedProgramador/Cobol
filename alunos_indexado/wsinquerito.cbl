$set sourceformat(free)

77 INQUERITOS-DATAFILE      PIC X(40) VALUE "INQUERITOS.dat".
77 INQUERITOS-DATAFILE-ENV  PIC X(40).
77 INQUERITOS-STATUS        PIC X(2) VALUE "00".
77 INQUERITOS-TENTATIVAS PIC 9(2) VALUE ZERO.
