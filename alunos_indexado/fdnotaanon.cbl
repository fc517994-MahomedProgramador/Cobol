$set sourceformat(free)

FD NOTAS-ANON-FILE.
01 REGISTO-NOTA-ANON.
  05 NAN-CODIGO           PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-CURSO-CODE       PIC X(6).
  05 NAN-SEMESTRE         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-TOTAL-COMPONENTES PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-COMPONENTE OCCURS 10 TIMES.
     10 NAN-VALOR         PIC 99V99.
     10 NAN-PESO          PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-MEDIA            PIC 99V99.
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NAN-ESTADO           PIC X VALUE "P".
      88 NAN-PENDENTE       VALUE "P".
      88 NAN-MAPEADA        VALUE "M".
  05 FILLER               PIC X VALUE SPACE.
