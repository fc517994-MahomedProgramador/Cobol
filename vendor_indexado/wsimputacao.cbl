$set sourceformat(free)

77 IMPUTACOES-DATAFILE      PIC X(40) VALUE "IMPUTACOES.dat".
77 IMPUTACOES-DATAFILE-ENV  PIC X(40).
77 IMPUTACOES-STATUS        PIC X(2) VALUE "00".
77 IMPUTACOES-TENTATIVAS PIC 9(2) VALUE ZERO.
