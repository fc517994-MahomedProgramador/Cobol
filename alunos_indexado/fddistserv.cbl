$set sourceformat(free)

FD DIST-SERVICO-FILE.
01 REGISTO-DIST-SERVICO.
  05 DSV-CHAVE.
     10 DSV-SEMESTRE      PIC X(6).
     10 DSV-CURSO-CODE    PIC X(6).
     10 DSV-SECCAO        PIC X(2).
  05 FILLER               PIC X VALUE SPACE.
  05 DSV-DOC-ID           PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 DSV-HORAS-SEMANA     PIC 9(2)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 DSV-ESTADO           PIC X VALUE "P".
      88 DSV-PROPOSTA       VALUE "P".
      88 DSV-APROVADA       VALUE "A".
      88 DSV-PUBLICADA      VALUE "U".
  05 FILLER               PIC X VALUE SPACE.
  05 DSV-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DSV-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
