  05 ART-ESTADO           PIC X VALUE "A".
      88 ART-ATIVO          VALUE "A".
      88 ART-INATIVO        VALUE "I".
      88 ART-PENDENTE       VALUE "P".
  05 FILLER               PIC X VALUE SPACE.
