$set sourceformat(free)

FD SOBRECARGA-FILE.
01 REGISTO-SOBRECARGA.
  05 SOB-CHAVE.
     10 SOB-ID-ALUNO      PIC 9(5).
     10 SOB-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 SOB-CREDITOS-EXTRA   PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 SOB-MOTIVO           PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 SOB-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SOB-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SOB-ESTADO           PIC X VALUE "A".
      88 SOB-ATIVA          VALUE "A".
      88 SOB-CANCELADA      VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
