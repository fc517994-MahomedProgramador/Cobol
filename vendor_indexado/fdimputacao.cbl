$set sourceformat(free)

FD IMPUTACOES-FILE.
01 REGISTO-IMPUTACAO.
  05 IMP-CHAVE.
     10 IMP-PERIODO       PIC 9(6).
     10 IMP-DEPARTAMENTO  PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 IMP-VALOR            PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 IMP-MOVIMENTOS       PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 IMP-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 IMP-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
