$set sourceformat(free)

77 CARTOES-DATAFILE      PIC X(40) VALUE "CARTOES.dat".
77 CARTOES-DATAFILE-ENV  PIC X(40).
77 CARTOES-STATUS        PIC X(2) VALUE "00".
77 CARTOES-TENTATIVAS PIC 9(2) VALUE ZERO.
77 CRT-CANCELAR-ID       PIC 9(5).
77 CRT-CANCELAR-DATA     PIC 9(8).
77 CRT-CANCELADOS        PIC 9(3) VALUE ZERO.
77 CRT-FIM-CARTOES       PIC X VALUE 'N'.
