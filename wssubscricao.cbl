$set sourceformat(free)

77 SUBSCRICOES-DATAFILE      PIC X(40) VALUE "SUBSCRICOES.dat".
77 SUBSCRICOES-DATAFILE-ENV  PIC X(40).
77 SUBSCRICOES-STATUS        PIC X(2) VALUE "00".
77 SUBSCRICOES-TENTATIVAS PIC 9(2) VALUE ZERO.
