$set sourceformat(free)

77 DOCENTES-DATAFILE      PIC X(40) VALUE "DOCENTES.dat".
77 DOCENTES-DATAFILE-ENV  PIC X(40).
77 DOCENTES-STATUS        PIC X(2) VALUE "00".
77 DOCENTES-TENTATIVAS PIC 9(2) VALUE ZERO.
