$set sourceformat(free)

77 DESCONTOS-DATAFILE      PIC X(40) VALUE "DESCONTOS.dat".
77 DESCONTOS-DATAFILE-ENV  PIC X(40).
77 DESCONTOS-STATUS        PIC X(2) VALUE "00".
77 DESCONTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
