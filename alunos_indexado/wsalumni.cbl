$set sourceformat(free)

77 ALUMNI-DATAFILE       PIC X(40) VALUE "ALUMNI.dat".
77 ALUMNI-DATAFILE-ENV   PIC X(40).
77 ALUMNI-STATUS         PIC X(2) VALUE "00".
77 ALUMNI-TENTATIVAS PIC 9(2) VALUE ZERO.
