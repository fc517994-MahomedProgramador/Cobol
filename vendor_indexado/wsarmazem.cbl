$set sourceformat(free)

77 ARMAZENS-DATAFILE      PIC X(40) VALUE "ARMAZENS.dat".
77 ARMAZENS-DATAFILE-ENV  PIC X(40).
77 ARMAZENS-STATUS        PIC X(2) VALUE "00".
77 ARMAZENS-TENTATIVAS PIC 9(2) VALUE ZERO.
