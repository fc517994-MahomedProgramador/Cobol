  05 FILLER                PIC X VALUE SPACE.
  05 FAT-TIPO              PIC X VALUE "F".
      88 FAT-NOTA-CREDITO    VALUE "N".
      88 FAT-REEMBOLSO-MANEIO VALUE "M".
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-DATA-VENCIMENTO   PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-SUSPENSA          PIC X VALUE "N".
      88 FAT-RETIDA-DUP      VALUE "S".
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-RETENCAO          PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-TAXA-RETENCAO     PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-PROJETO           PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 FAT-PRJ-CATEGORIA     PIC X(2).
  05 FILLER                PIC X VALUE SPACE.
