  05 FILLER               PIC X VALUE SPACE.
  05 PLC-CRED-MINIMOS     PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 PLC-ESTAGIO          PIC X VALUE "N".
      88 PLC-E-ESTAGIO      VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
