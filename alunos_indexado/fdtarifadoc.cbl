  05 FILLER               PIC X VALUE SPACE.
  05 TRF-TARIFA-HORA      PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 TRF-HORAS-CONTRATO   PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
