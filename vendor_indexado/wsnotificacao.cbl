$set sourceformat(free)

77 NOTIFICACOES-DATAFILE      PIC X(40) VALUE "NOTIFICACOES.dat".
77 NOTIFICACOES-DATAFILE-ENV  PIC X(40).
77 NOTIFICACOES-STATUS        PIC X(2) VALUE "00".
77 NOTIFICACOES-TENTATIVAS PIC 9(2) VALUE ZERO.
