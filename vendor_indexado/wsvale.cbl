$set sourceformat(free)

77 VALES-CAIXA-DATAFILE      PIC X(40) VALUE "VALESCAIXA.dat".
77 VALES-CAIXA-DATAFILE-ENV  PIC X(40).
77 VALES-CAIXA-STATUS        PIC X(2) VALUE "00".
77 VALES-CAIXA-TENTATIVAS PIC 9(2) VALUE ZERO.
