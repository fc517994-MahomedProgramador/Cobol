$set sourceformat(free)

FD PROVAS-ANON-FILE.
01 REGISTO-PROVA-ANON.
  05 PRV-CODIGO           PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PRV-CHAVE-ALUNO.
     10 PRV-ID-ALUNO      PIC 9(5).
     10 PRV-CURSO-CODE    PIC X(6).
     10 PRV-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 PRV-DATA-EMISSAO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PRV-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PRV-ESTADO           PIC X VALUE "E".
      88 PRV-EMITIDA        VALUE "E".
      88 PRV-MAPEADA        VALUE "M".
  05 FILLER               PIC X VALUE SPACE.
