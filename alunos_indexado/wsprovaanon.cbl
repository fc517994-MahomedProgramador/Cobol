$set sourceformat(free)

77 PROVASANON-DATAFILE      PIC X(40) VALUE "PROVASANON.dat".
77 PROVASANON-DATAFILE-ENV  PIC X(40).
77 PROVASANON-STATUS        PIC X(2) VALUE "00".
77 PROVASANON-TENTATIVAS PIC 9(2) VALUE ZERO.
