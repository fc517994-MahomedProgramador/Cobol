$set sourceformat(free)

FD ATIVOSMOV-FILE.
01 REGISTO-ATIVOSMOV.
  05 AMV-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-ATIVO            PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-TIPO             PIC X.
      88 AMV-TRANSFERENCIA  VALUE "T".
      88 AMV-ABATE          VALUE "B".
      88 AMV-VENDA          VALUE "V".
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-LOC-ANTERIOR     PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-DEPT-ANTERIOR    PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-LOC-NOVA         PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-DEPT-NOVO        PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-MOTIVO           PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 AMV-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
