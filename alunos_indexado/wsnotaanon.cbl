$set sourceformat(free)

77 NOTASANON-DATAFILE      PIC X(40) VALUE "NOTASANON.dat".
77 NOTASANON-DATAFILE-ENV  PIC X(40).
77 NOTASANON-STATUS        PIC X(2) VALUE "00".
77 NOTASANON-TENTATIVAS PIC 9(2) VALUE ZERO.
