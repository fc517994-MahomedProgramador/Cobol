$set sourceformat(free)

77 PROJETOS-DATAFILE      PIC X(40) VALUE "PROJETOS.dat".
77 PROJETOS-DATAFILE-ENV  PIC X(40).
77 PROJETOS-STATUS        PIC X(2) VALUE "00".
77 PROJETOS-TENTATIVAS PIC 9(2) VALUE ZERO.
