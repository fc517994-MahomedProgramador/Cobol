$set sourceformat(free)

77 INSCESPECIAL-DATAFILE      PIC X(40) VALUE "INSCESPECIAL.dat".
77 INSCESPECIAL-DATAFILE-ENV  PIC X(40).
77 INSCESPECIAL-STATUS        PIC X(2) VALUE "00".
77 INSCESPECIAL-TENTATIVAS PIC 9(2) VALUE ZERO.
