$set sourceformat(free)

77 ENTIDADES-DATAFILE      PIC X(40) VALUE "ENTIDADES.dat".
77 ENTIDADES-DATAFILE-ENV  PIC X(40).
77 ENTIDADES-STATUS        PIC X(2) VALUE "00".
77 ENTIDADES-TENTATIVAS PIC 9(2) VALUE ZERO.
