$set sourceformat(free)

FD PLANODEP-FILE.
01 REGISTO-PLANODEP.
  05 PLD-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 PLD-DEPARTAMENTO     PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 PLD-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PLD-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
