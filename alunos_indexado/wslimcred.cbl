$set sourceformat(free)

77 LIMCRED-DATAFILE      PIC X(40) VALUE "LIMCREDITOS.dat".
77 LIMCRED-DATAFILE-ENV  PIC X(40).
77 LIMCRED-STATUS        PIC X(2) VALUE "00".
77 LIMCRED-TENTATIVAS PIC 9(2) VALUE ZERO.
77 CRD-ID-ALUNO          PIC 9(5).
77 CRD-CURSO-CODE        PIC X(6).
77 CRD-SEMESTRE          PIC X(6).
77 CRD-CREDITOS-NOVO     PIC 9(2) VALUE ZERO.
77 CRD-PLANO             PIC X(6).
77 CRD-LIMITE            PIC 9(3) VALUE ZERO.
77 CRD-EXTRA             PIC 9(2) VALUE ZERO.
77 CRD-TOTAL             PIC 9(3) VALUE ZERO.
77 CRD-FIM               PIC X VALUE 'N'.
77 CRD-CURSOS-ABERTO     PIC X VALUE 'N'.
77 CRD-EXCEDE            PIC X VALUE 'N'.
    88 CREDITOS-EXCEDIDOS VALUE 'S'.
