$set sourceformat(free)

77 SEGUROS-DATAFILE      PIC X(40) VALUE "SEGUROS.dat".
77 SEGUROS-DATAFILE-ENV  PIC X(40).
77 SEGUROS-STATUS        PIC X(2) VALUE "00".
77 SEGUROS-TENTATIVAS PIC 9(2) VALUE ZERO.
