$set sourceformat(free)

77 DESCALUNO-DATAFILE      PIC X(40) VALUE "DESCALUNO.dat".
77 DESCALUNO-DATAFILE-ENV  PIC X(40).
77 DESCALUNO-STATUS        PIC X(2) VALUE "00".
77 DESCALUNO-TENTATIVAS PIC 9(2) VALUE ZERO.
77 DCP-ID-ALUNO            PIC 9(5).
77 DCP-DATA                PIC 9(8).
77 DCP-CREDITOS            PIC 9(3).
77 DCP-PROPINA             PIC 9(7)V99.
77 DCP-VALOR               PIC 9(7)V99.
77 DCP-TOTAL               PIC 9(7)V99 VALUE ZERO.
77 DCP-CURSOS-ABERTO       PIC X VALUE 'N'.
77 DCP-FIM                 PIC X VALUE 'N'.
77 DCP-FIM-NOTAS           PIC X VALUE 'N'.
77 DCP-QTD                 PIC 9(2) VALUE ZERO.
77 DCP-IX                  PIC 9(2) VALUE ZERO.
77 DCP-JX                  PIC 9(2) VALUE ZERO.
77 DCP-APLICADOS           PIC 9(2) VALUE ZERO.
77 DCP-PARAR               PIC X VALUE 'N'.
77 DCP-ELEGIVEL            PIC X VALUE 'N'.
77 DCP-DESCONTO            PIC 9(7)V99 VALUE ZERO.
77 DCP-BASE                PIC 9(7)V99 VALUE ZERO.
77 DCP-MEDIA-CALCULADA     PIC X VALUE 'N'.
77 DCP-MEDIA-ALUNO         PIC 99V99 VALUE ZERO.
77 DCP-MEDIA-CREDITOS      PIC 9(5) VALUE ZERO.
77 DCP-MEDIA-SOMA          PIC 9(7)V99 VALUE ZERO.
77 DCP-NOTA-CREDITOS       PIC 9(2) VALUE ZERO.
01 DCP-TABELA.
   05 DCP-ENT OCCURS 10 TIMES.
      10 DCP-CODIGO        PIC X(8).
      10 DCP-ORDEM         PIC 9(2).
      10 DCP-MODO          PIC X.
      10 DCP-PCT           PIC 9(3)V99.
      10 DCP-FIXO          PIC 9(7)V99.
      10 DCP-SOBRE         PIC X.
      10 DCP-ACUMULA       PIC X.
      10 DCP-APLICADO      PIC 9(7)V99.
01 DCP-TROCA               PIC X(36).
