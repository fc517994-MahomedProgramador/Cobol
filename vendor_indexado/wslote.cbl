$set sourceformat(free)

77 LOTES-DATAFILE      PIC X(40) VALUE "LOTES.dat".
77 LOTES-DATAFILE-ENV  PIC X(40).
77 LOTES-STATUS        PIC X(2) VALUE "00".
77 LOTES-TENTATIVAS PIC 9(2) VALUE ZERO.
