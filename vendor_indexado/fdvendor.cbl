  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-DESC-DIAS   PIC 9(3).
  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-NIF         PIC X(9).
  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-RETENCAO    PIC X VALUE "N".
      88 VENDOR-COM-RETENCAO VALUE "S".
  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-TAXA-RETENCAO PIC 9(2)V99.
  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-TIPO-RENDIMENTO PIC X VALUE "B".
  05 FILLER             PIC X VALUE SPACE.
  05 VENDOR-BANCO-VERIF   PIC X VALUE "N".
      88 VENDOR-BANCO-A-VERIFICAR VALUE "S".
  05 FILLER             PIC X VALUE SPACE.
