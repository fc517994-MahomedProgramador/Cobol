$set sourceformat(free)

77 DISTSERV-DATAFILE      PIC X(40) VALUE "DISTSERVICO.dat".
77 DISTSERV-DATAFILE-ENV  PIC X(40).
77 DISTSERV-STATUS        PIC X(2) VALUE "00".
77 DISTSERV-TENTATIVAS PIC 9(2) VALUE ZERO.
