$set sourceformat(free)

77 CANDIDATURAS-DATAFILE      PIC X(40) VALUE "CANDIDATURAS.dat".
77 CANDIDATURAS-DATAFILE-ENV  PIC X(40).
77 CANDIDATURAS-STATUS        PIC X(2) VALUE "00".
77 CANDIDATURAS-TENTATIVAS PIC 9(2) VALUE ZERO.
