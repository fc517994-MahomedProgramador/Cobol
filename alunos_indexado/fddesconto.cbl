$set sourceformat(free)

FD DESCONTOS-FILE.
01 REGISTO-DESCONTO.
  05 DSC-CODIGO           PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-DESCRICAO        PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-TIPO             PIC X VALUE "O".
      88 DSC-IRMAOS         VALUE "I".
      88 DSC-FUNCIONARIO    VALUE "F".
      88 DSC-ANTECIPADO     VALUE "A".
      88 DSC-MERITO         VALUE "M".
      88 DSC-OUTRO          VALUE "O".
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-MODO             PIC X VALUE "P".
      88 DSC-PERCENTUAL     VALUE "P".
      88 DSC-VALOR-FIXADO   VALUE "F".
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-PERCENTAGEM      PIC 9(3)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-VALOR-FIXO       PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-BASE             PIC X VALUE "P".
      88 DSC-SOBRE-PROPINA  VALUE "P".
      88 DSC-SOBRE-TOTAL    VALUE "T".
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-CREDITOS-MINIMOS PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-MEDIA-MINIMA     PIC 99V99.
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-DATA-INICIO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-DATA-FIM         PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-ORDEM            PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-ACUMULA          PIC X VALUE "S".
      88 DSC-CUMULATIVO     VALUE "S".
      88 DSC-EXCLUSIVO      VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
  05 DSC-ESTADO           PIC X VALUE "A".
      88 DSC-ATIVO          VALUE "A".
      88 DSC-INATIVO        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
