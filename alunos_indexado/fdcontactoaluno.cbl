      88 CTA-DD-ATIVO       VALUE "A".
      88 CTA-DD-CANCELADO   VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 CTA-NIF              PIC X(9).
  05 FILLER               PIC X VALUE SPACE.
  05 CTA-NIF-PAGADOR      PIC X(9).
  05 FILLER               PIC X VALUE SPACE.
