$set sourceformat(free)

77 ALOJAMENTOS-DATAFILE     PIC X(40) VALUE "ALOJAMENTOS.dat".
77 ALOJAMENTOS-DATAFILE-ENV PIC X(40).
77 ALOJAMENTOS-STATUS       PIC X(2) VALUE "00".
77 ALOJAMENTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
