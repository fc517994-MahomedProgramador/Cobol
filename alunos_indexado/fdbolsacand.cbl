$set sourceformat(free)

FD CANDIDATOS-FILE.
01 REGISTO-CANDIDATO.
  05 CAND-ID-ALUNO        PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 CAND-NOME            PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAND-ANO             PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 CAND-MEDIA           PIC 99V99.
  05 FILLER               PIC X VALUE SPACE.
  05 CAND-CREDITOS        PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
