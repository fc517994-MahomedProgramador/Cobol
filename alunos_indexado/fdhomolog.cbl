$set sourceformat(free)

FD HOMOLOG-FILE.
01 REGISTO-HOMOLOG.
  05 HML-CHAVE.
     10 HML-CURSO-CODE    PIC X(6).
     10 HML-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-ESTADO           PIC X VALUE "H".
      88 HML-HOMOLOGADA     VALUE "H".
      88 HML-REABERTA       VALUE "R".
  05 FILLER               PIC X VALUE SPACE.
  05 HML-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-HORA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-TOTAL-ALUNOS     PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-DATA-REABERTURA  PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-OPERADOR-REAB    PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 HML-MOTIVO-REAB      PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
