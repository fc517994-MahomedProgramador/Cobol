$set sourceformat(free)

77 PREFTURMA-DATAFILE      PIC X(40) VALUE "PREFTURMA.dat".
77 PREFTURMA-DATAFILE-ENV  PIC X(40).
77 PREFTURMA-STATUS        PIC X(2) VALUE "00".
77 PREFTURMA-TENTATIVAS PIC 9(2) VALUE ZERO.
