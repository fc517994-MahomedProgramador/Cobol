$set sourceformat(free)

77 BOLSAS-DATAFILE      PIC X(40) VALUE "BOLSAS.dat".
77 BOLSAS-DATAFILE-ENV  PIC X(40).
77 BOLSAS-STATUS        PIC X(2) VALUE "00".
77 BOLSAS-TENTATIVAS PIC 9(2) VALUE ZERO.
