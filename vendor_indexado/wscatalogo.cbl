$set sourceformat(free)

77 CATALOGO-DATAFILE      PIC X(40) VALUE "CATALOGO.dat".
77 CATALOGO-DATAFILE-ENV  PIC X(40).
77 CATALOGO-STATUS        PIC X(2) VALUE "00".
77 CATALOGO-TENTATIVAS PIC 9(2) VALUE ZERO.
