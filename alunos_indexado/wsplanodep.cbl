$set sourceformat(free)

77 PLANODEP-DATAFILE      PIC X(40) VALUE "PLANODEP.dat".
77 PLANODEP-DATAFILE-ENV  PIC X(40).
77 PLANODEP-STATUS        PIC X(2) VALUE "00".
77 PLANODEP-TENTATIVAS PIC 9(2) VALUE ZERO.
