$set sourceformat(free)

FD VAGAS-FILE.
01 REGISTO-VAGA.
  05 VAG-CHAVE.
     10 VAG-ANO           PIC 9(4).
     10 VAG-PLANO         PIC X(6).
     10 VAG-FASE          PIC 9.
  05 FILLER               PIC X VALUE SPACE.
  05 VAG-VAGAS            PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 VAG-COLOCADOS        PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 VAG-DATA-SERIACAO    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
