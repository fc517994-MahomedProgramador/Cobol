$set sourceformat(free)

77 BOLSACAND-DATAFILE     PIC X(40) VALUE "BOLSAS-CANDIDATOS.dat".
77 BOLSACAND-DATAFILE-ENV PIC X(40).
77 BOLSACAND-STATUS       PIC X(2) VALUE "00".
77 BOLSACAND-TENTATIVAS PIC 9(2) VALUE ZERO.
