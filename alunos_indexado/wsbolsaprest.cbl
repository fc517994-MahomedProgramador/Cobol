$set sourceformat(free)

77 BOLSAPREST-DATAFILE      PIC X(40) VALUE "BOLSAPREST.dat".
77 BOLSAPREST-DATAFILE-ENV  PIC X(40).
77 BOLSAPREST-STATUS        PIC X(2) VALUE "00".
77 BOLSAPREST-TENTATIVAS PIC 9(2) VALUE ZERO.
