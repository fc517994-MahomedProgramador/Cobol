  05 FILLER               PIC X VALUE SPACE.
  05 CERT-REIMPRESSOES    PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 CERT-TIPO            PIC X VALUE "C".
      88 CERT-CERTIFICADO   VALUE "C" " ".
      88 CERT-SUPLEMENTO    VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
