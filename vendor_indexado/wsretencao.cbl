$set sourceformat(free)

77 RETENCOES-DATAFILE      PIC X(40) VALUE "RETENCOES.dat".
77 RETENCOES-DATAFILE-ENV  PIC X(40).
77 RETENCOES-STATUS        PIC X(2) VALUE "00".
77 RETENCOES-TENTATIVAS PIC 9(2) VALUE ZERO.
