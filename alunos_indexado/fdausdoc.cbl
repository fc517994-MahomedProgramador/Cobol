$set sourceformat(free)

FD AUSENCIAS-DOC-FILE.
01 REGISTO-AUSENCIA-DOC.
  05 AUD-CHAVE.
     10 AUD-DOC-ID        PIC 9(4).
     10 AUD-DATA          PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-SEMESTRE         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-MOTIVO           PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-SUBSTITUTO       PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-SESSOES          PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-DATA-REGISTO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 AUD-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
