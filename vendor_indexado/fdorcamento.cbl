  05 FILLER               PIC X VALUE SPACE.
  05 ORC-DOTACAO          PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 ORC-RESPONSAVEL      PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
