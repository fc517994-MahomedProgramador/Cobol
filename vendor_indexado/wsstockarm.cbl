$set sourceformat(free)

77 STOCKARM-DATAFILE      PIC X(40) VALUE "STOCKARM.dat".
77 STOCKARM-DATAFILE-ENV  PIC X(40).
77 STOCKARM-STATUS        PIC X(2) VALUE "00".
77 STOCKARM-TENTATIVAS PIC 9(2) VALUE ZERO.
