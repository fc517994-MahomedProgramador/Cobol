$set sourceformat(free)

77 REQUERIMENTOS-DATAFILE      PIC X(40) VALUE "REQUERIMENTOS.dat".
77 REQUERIMENTOS-DATAFILE-ENV  PIC X(40).
77 REQUERIMENTOS-STATUS        PIC X(2) VALUE "00".
77 REQUERIMENTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
