      88 SPN-ATIVO          VALUE "A".
      88 SPN-INATIVO        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 SPN-NIF              PIC X(9).
  05 FILLER               PIC X VALUE SPACE.
