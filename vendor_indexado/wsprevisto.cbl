$set sourceformat(free)

77 PREVISTOS-DATAFILE      PIC X(40) VALUE "PREVISTOS.dat".
77 PREVISTOS-DATAFILE-ENV  PIC X(40).
77 PREVISTOS-STATUS        PIC X(2) VALUE "00".
77 PREVISTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
