$set sourceformat(free)

77 OCORRAULA-DATAFILE      PIC X(40) VALUE "OCORRENCIASAULA.dat".
77 OCORRAULA-DATAFILE-ENV  PIC X(40).
77 OCORRAULA-STATUS        PIC X(2) VALUE "00".
77 OCORRAULA-TENTATIVAS PIC 9(2) VALUE ZERO.
