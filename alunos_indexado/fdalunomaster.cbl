  05 MASTER-BLOQUEADO   PIC X VALUE "N".
      88 MASTER-EM-DIVIDA   VALUE "S".
  05 FILLER             PIC X VALUE SPACE.
  05 MASTER-PLANO       PIC X(6).
  05 FILLER             PIC X VALUE SPACE.
  05 MASTER-DATA-NASCIMENTO PIC 9(8).
  05 FILLER             PIC X VALUE SPACE.
