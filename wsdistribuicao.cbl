$set sourceformat(free)

77 DISTRIBUICOES-DATAFILE      PIC X(40) VALUE "DISTRIBUICOES.dat".
77 DISTRIBUICOES-DATAFILE-ENV  PIC X(40).
77 DISTRIBUICOES-STATUS        PIC X(2) VALUE "00".
77 DISTRIBUICOES-TENTATIVAS PIC 9(2) VALUE ZERO.
