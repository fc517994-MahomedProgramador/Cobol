      88 SMV-ENTRADA        VALUE "E".
      88 SMV-SAIDA          VALUE "S".
      88 SMV-AJUSTE         VALUE "A".
      88 SMV-TRANSFERENCIA  VALUE "T".
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-QUANTIDADE       PIC S9(7).
  05 FILLER               PIC X VALUE SPACE.
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-REFERENCIA       PIC X(12).
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-PROJETO          PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-PRJ-CATEGORIA    PIC X(2).
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-VALOR            PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-LOTE             PIC X(12).
  05 FILLER               PIC X VALUE SPACE.
  05 SMV-ARMAZEM          PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
