$set sourceformat(free)

FD FICHAS-CURSO-FILE.
01 REGISTO-FICHA-CURSO.
  05 FCU-CURSO-CODE       PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-NOME-EN          PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-AREA             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-NIVEL            PIC 9 VALUE 1.
      88 FCU-PRIMEIRO-CICLO VALUE 1.
      88 FCU-SEGUNDO-CICLO  VALUE 2.
      88 FCU-TERCEIRO-CICLO VALUE 3.
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-RESULTADOS OCCURS 3 TIMES.
     10 FCU-RESULTADO-TXT PIC X(70).
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 FCU-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
