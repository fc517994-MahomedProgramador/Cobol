      88 CTR-ATIVO          VALUE "A".
      88 CTR-ENCERRADO      VALUE "E".
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-RENOVAVEL        PIC X VALUE "N".
      88 CTR-RENOVAVEL-SIM  VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-RENOVACOES-MAX   PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-RENOVACOES-USADAS PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-MESES-RENOVACAO  PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-DIAS-AVISO       PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-DATA-INDEXACAO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CTR-PCT-INDEXACAO    PIC 9(2)V99.
  05 FILLER               PIC X VALUE SPACE.
