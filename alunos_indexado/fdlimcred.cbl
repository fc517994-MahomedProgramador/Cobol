$set sourceformat(free)

FD LIMCRED-FILE.
01 REGISTO-LIMCRED.
  05 LCR-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 LCR-MAX-CREDITOS     PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 LCR-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 LCR-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
