  05 FILLER               PIC X VALUE SPACE.
  05 OPR-HIST3            PIC 9(10).
  05 FILLER               PIC X VALUE SPACE.
  05 OPR-DEPARTAMENTO     PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 OPR-EMAIL            PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
