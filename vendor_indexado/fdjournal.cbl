  05 FILLER               PIC X VALUE SPACE.
  05 JRN-OPERACAO         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 JRN-IMAGEM           PIC X(300).
