  05 FILLER                PIC X VALUE SPACE.
  05 VPL-VALOR             PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 VPL-PROJETO           PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 VPL-PRJ-CATEGORIA     PIC X(2).
  05 FILLER                PIC X VALUE SPACE.
