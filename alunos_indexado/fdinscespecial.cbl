$set sourceformat(free)

FD INSC-ESPECIAL-FILE.
01 REGISTO-INSC-ESPECIAL.
  05 IEE-CHAVE.
     10 IEE-ID-ALUNO      PIC 9(5).
     10 IEE-CURSO-SEM.
        15 IEE-CURSO-CODE PIC X(6).
        15 IEE-SEMESTRE   PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 IEE-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 IEE-ESTATUTOS        PIC X(9).
  05 FILLER               PIC X VALUE SPACE.
  05 IEE-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
