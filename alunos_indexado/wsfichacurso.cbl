$set sourceformat(free)

77 FICHASCURSO-DATAFILE      PIC X(40) VALUE "FICHASCURSO.dat".
77 FICHASCURSO-DATAFILE-ENV  PIC X(40).
77 FICHASCURSO-STATUS        PIC X(2) VALUE "00".
77 FICHASCURSO-TENTATIVAS PIC 9(2) VALUE ZERO.
