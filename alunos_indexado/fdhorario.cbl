  05 FILLER               PIC X VALUE SPACE.
  05 HOR-SALA             PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 HOR-SECCAO           PIC X(2).
  05 FILLER               PIC X VALUE SPACE.
