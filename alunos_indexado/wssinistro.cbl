$set sourceformat(free)

77 SINISTROS-DATAFILE     PIC X(40) VALUE "SINISTROS.dat".
77 SINISTROS-DATAFILE-ENV PIC X(40).
77 SINISTROS-STATUS       PIC X(2) VALUE "00".
77 SINISTROS-TENTATIVAS PIC 9(2) VALUE ZERO.
