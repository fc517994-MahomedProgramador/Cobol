$set sourceformat(free)

77 AUSDOC-DATAFILE      PIC X(40) VALUE "AUSENCIASDOC.dat".
77 AUSDOC-DATAFILE-ENV  PIC X(40).
77 AUSDOC-STATUS        PIC X(2) VALUE "00".
77 AUSDOC-TENTATIVAS PIC 9(2) VALUE ZERO.
