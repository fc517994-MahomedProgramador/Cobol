  05 FILLER               PIC X VALUE SPACE.
  05 ATV-DATA-ABATE       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ATV-TIPO-ABATE       PIC X.
      88 ATV-ABATE-SIMPLES  VALUE "B".
      88 ATV-VENDIDO        VALUE "V".
  05 FILLER               PIC X VALUE SPACE.
  05 ATV-VALOR-VENDA      PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 ATV-VALOR-LIQUIDO    PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 ATV-COMPRADOR        PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
