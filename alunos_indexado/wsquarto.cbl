$set sourceformat(free)

77 QUARTOS-DATAFILE      PIC X(40) VALUE "QUARTOS.dat".
77 QUARTOS-DATAFILE-ENV  PIC X(40).
77 QUARTOS-STATUS        PIC X(2) VALUE "00".
77 QUARTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
