$set sourceformat(free)

77 ATIVOSMOV-DATAFILE      PIC X(40) VALUE "ATIVOSMOV.dat".
77 ATIVOSMOV-DATAFILE-ENV  PIC X(40).
77 ATIVOSMOV-STATUS        PIC X(2) VALUE "00".
77 ATIVOSMOV-TENTATIVAS PIC 9(2) VALUE ZERO.
