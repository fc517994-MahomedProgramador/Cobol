$set sourceformat(free)

FD ARMAZENS-FILE.
01 REGISTO-ARMAZEM.
  05 ARM-CODIGO            PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 ARM-DESIGNACAO        PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 ARM-LOCALIZACAO       PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 ARM-RESPONSAVEL       PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 ARM-ESTADO            PIC X VALUE "A".
      88 ARM-ATIVO           VALUE "A".
      88 ARM-INATIVO         VALUE "I".
  05 FILLER                PIC X VALUE SPACE.
