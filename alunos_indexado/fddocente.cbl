      88 DOC-ATIVO          VALUE "A".
      88 DOC-INATIVO        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 DOC-IBAN             PIC X(25).
  05 FILLER               PIC X VALUE SPACE.
