$set sourceformat(free)

77 INCOBRAVEIS-DATAFILE      PIC X(40) VALUE "INCOBRAVEIS.dat".
77 INCOBRAVEIS-DATAFILE-ENV  PIC X(40).
77 INCOBRAVEIS-STATUS        PIC X(2) VALUE "00".
77 INCOBRAVEIS-TENTATIVAS PIC 9(2) VALUE ZERO.
