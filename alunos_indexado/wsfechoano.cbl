$set sourceformat(free)

77 FECHOSANO-DATAFILE      PIC X(40) VALUE "FECHOSANO.dat".
77 FECHOSANO-DATAFILE-ENV  PIC X(40).
77 FECHOSANO-STATUS        PIC X(2) VALUE "00".
77 FECHOSANO-TENTATIVAS PIC 9(2) VALUE ZERO.
77 FCA-ANO-TESTE           PIC 9(4) VALUE ZERO.
77 FCA-ANO-FECHADO         PIC X VALUE 'N'.
