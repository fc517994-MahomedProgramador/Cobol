$set sourceformat(free)

77 EXAMES-DATAFILE      PIC X(40) VALUE "EXAMES.dat".
77 EXAMES-DATAFILE-ENV  PIC X(40).
77 EXAMES-STATUS        PIC X(2) VALUE "00".
77 EXAMES-TENTATIVAS PIC 9(2) VALUE ZERO.
