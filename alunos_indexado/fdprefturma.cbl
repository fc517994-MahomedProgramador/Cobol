$set sourceformat(free)

FD PREF-TURMA-FILE.
01 REGISTO-PREF-TURMA.
  05 PTU-CHAVE.
     10 PTU-ID-ALUNO      PIC 9(5).
     10 PTU-CURSO-SEM.
        15 PTU-CURSO-CODE PIC X(6).
        15 PTU-SEMESTRE   PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 PTU-PREFERENCIA OCCURS 3 TIMES.
     10 PTU-SECCAO-PREF   PIC X(2).
  05 FILLER               PIC X VALUE SPACE.
  05 PTU-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PTU-RESULTADO        PIC X VALUE "P".
      88 PTU-PENDENTE       VALUE "P".
      88 PTU-COLOCADO       VALUE "1" "2" "3".
      88 PTU-EM-ESPERA      VALUE "E".
      88 PTU-JA-COLOCADO    VALUE "J".
      88 PTU-SEM-MATRICULA  VALUE "M".
  05 FILLER               PIC X VALUE SPACE.
  05 PTU-SECCAO-ATRIBUIDA PIC X(2).
  05 FILLER               PIC X VALUE SPACE.
