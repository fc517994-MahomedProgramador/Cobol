$set sourceformat(free)

77 FUNDOS-MANEIO-DATAFILE      PIC X(40) VALUE "FUNDOSMANEIO.dat".
77 FUNDOS-MANEIO-DATAFILE-ENV  PIC X(40).
77 FUNDOS-MANEIO-STATUS        PIC X(2) VALUE "00".
77 FUNDOS-MANEIO-TENTATIVAS PIC 9(2) VALUE ZERO.
