$set sourceformat(free)

77 ESTATUTOS-DATAFILE      PIC X(40) VALUE "ESTATUTOS.dat".
77 ESTATUTOS-DATAFILE-ENV  PIC X(40).
77 ESTATUTOS-STATUS        PIC X(2) VALUE "00".
77 ESTATUTOS-TENTATIVAS PIC 9(2) VALUE ZERO.
77 DIR-ID-ALUNO            PIC 9(5).
77 DIR-SEMESTRE            PIC X(6).
77 DIR-DATA-REF            PIC 9(8) VALUE ZERO.
77 DIR-FIM                 PIC X VALUE 'N'.
77 DIR-ISENTO-ASSID        PIC X VALUE 'N'.
    88 DIREITO-ISENCAO-ASSID  VALUE 'S'.
77 DIR-EPOCA-ESPECIAL      PIC X VALUE 'N'.
    88 DIREITO-EPOCA-ESPECIAL VALUE 'S'.
77 DIR-REDUCAO-PCT         PIC 9(3) VALUE ZERO.
77 DIR-TIPOS               PIC X(9) VALUE SPACES.
77 DIR-TIPOS-PTR           PIC 9(2) VALUE 1.
