$set sourceformat(free)

FD QUARTOS-FILE.
01 REGISTO-QUARTO.
  05 QRT-CODIGO           PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 QRT-RESIDENCIA       PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 QRT-CAPACIDADE       PIC 9.
  05 FILLER               PIC X VALUE SPACE.
  05 QRT-RENDA-MENSAL     PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 QRT-ATIVO            PIC X VALUE "S".
      88 QRT-DISPONIVEL     VALUE "S".
      88 QRT-FORA-SERVICO   VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
