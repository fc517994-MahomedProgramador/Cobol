$set sourceformat(free)

77 SOBRECARGA-DATAFILE      PIC X(40) VALUE "SOBRECARGAS.dat".
77 SOBRECARGA-DATAFILE-ENV  PIC X(40).
77 SOBRECARGA-STATUS        PIC X(2) VALUE "00".
77 SOBRECARGA-TENTATIVAS PIC 9(2) VALUE ZERO.
