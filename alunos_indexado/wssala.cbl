$set sourceformat(free)

77 SALAS-DATAFILE      PIC X(40) VALUE "SALAS.dat".
77 SALAS-DATAFILE-ENV  PIC X(40).
77 SALAS-STATUS        PIC X(2) VALUE "00".
77 SALAS-TENTATIVAS PIC 9(2) VALUE ZERO.
