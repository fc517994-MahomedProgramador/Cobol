      88 MOV-ESTORNO        VALUE "E".
      88 MOV-PATROCINIO     VALUE "S".
      88 MOV-CREDITO        VALUE "C".
      88 MOV-INCOBRAVEL     VALUE "I".
      88 MOV-COMPENSACAO    VALUE "B".
  05 FILLER               PIC X VALUE SPACE.
  05 MOV-VALOR            PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
