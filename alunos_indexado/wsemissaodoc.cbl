$set sourceformat(free)

77 EMISSOESDOC-DATAFILE      PIC X(40) VALUE "EMISSOESDOC.dat".
77 EMISSOESDOC-DATAFILE-ENV  PIC X(40).
77 EMISSOESDOC-STATUS        PIC X(2) VALUE "00".
77 EMISSOESDOC-TENTATIVAS PIC 9(2) VALUE ZERO.
