$set sourceformat(free)

77 ESTAGIOS-DATAFILE      PIC X(40) VALUE "ESTAGIOS.dat".
77 ESTAGIOS-DATAFILE-ENV  PIC X(40).
77 ESTAGIOS-STATUS        PIC X(2) VALUE "00".
77 ESTAGIOS-TENTATIVAS PIC 9(2) VALUE ZERO.
