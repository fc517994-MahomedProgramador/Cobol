$set sourceformat(free)

77 VAGAS-DATAFILE      PIC X(40) VALUE "VAGAS.dat".
77 VAGAS-DATAFILE-ENV  PIC X(40).
77 VAGAS-STATUS        PIC X(2) VALUE "00".
77 VAGAS-TENTATIVAS PIC 9(2) VALUE ZERO.
