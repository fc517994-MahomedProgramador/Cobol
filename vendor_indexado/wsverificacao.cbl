$set sourceformat(free)

77 VERIFICACOES-DATAFILE      PIC X(40) VALUE "VERIFICACOES.dat".
77 VERIFICACOES-DATAFILE-ENV  PIC X(40).
77 VERIFICACOES-STATUS        PIC X(2) VALUE "00".
77 VERIFICACOES-TENTATIVAS PIC 9(2) VALUE ZERO.
