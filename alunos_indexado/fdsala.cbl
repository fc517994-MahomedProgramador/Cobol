$set sourceformat(free)

FD SALAS-FILE.
01 REGISTO-SALA.
  05 SALA-CODIGO          PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 SALA-DESCRICAO       PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 SALA-CAPACIDADE      PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 SALA-TIPO            PIC X VALUE "T".
      88 SALA-TEORICA       VALUE "T".
      88 SALA-LABORATORIO   VALUE "L".
      88 SALA-AUDITORIO     VALUE "A".
  05 FILLER               PIC X VALUE SPACE.
  05 SALA-ESTADO          PIC X VALUE "A".
      88 SALA-ATIVA         VALUE "A".
      88 SALA-INATIVA       VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
