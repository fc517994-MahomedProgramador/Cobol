$set sourceformat(free)

FD EXAMES-FILE.
01 REGISTO-EXAME.
  05 EXM-CHAVE.
     10 EXM-CURSO-CODE    PIC X(6).
     10 EXM-SEMESTRE      PIC X(6).
     10 EXM-EPOCA         PIC X.
        88 EXM-EPOCA-NORMAL   VALUE "N".
        88 EXM-EPOCA-RECURSO  VALUE "R".
        88 EXM-EPOCA-ESPECIAL VALUE "E".
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-HORA-INICIO      PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-HORA-FIM         PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-SALA             PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-VIGILANTE-1      PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-VIGILANTE-2      PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 EXM-ESTADO           PIC X VALUE "A".
      88 EXM-ATIVO          VALUE "A".
      88 EXM-ANULADO        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
