$set sourceformat(free)

77 PROVISOES-DATAFILE      PIC X(40) VALUE "PROVISOES.dat".
77 PROVISOES-DATAFILE-ENV  PIC X(40).
77 PROVISOES-STATUS        PIC X(2) VALUE "00".
77 PROVISOES-TENTATIVAS PIC 9(2) VALUE ZERO.
