$set sourceformat(free)

77 TRANSFERENCIAS-DATAFILE      PIC X(40) VALUE "TRANSFERENCIAS.dat".
77 TRANSFERENCIAS-DATAFILE-ENV  PIC X(40).
77 TRANSFERENCIAS-STATUS        PIC X(2) VALUE "00".
77 TRANSFERENCIAS-TENTATIVAS PIC 9(2) VALUE ZERO.
