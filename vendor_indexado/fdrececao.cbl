      88 REC-QUARENTENA      VALUE "Q".
      88 REC-INSPECIONADA    VALUE "I".
  05 FILLER                PIC X VALUE SPACE.
  05 REC-LOTE              PIC X(12).
  05 FILLER                PIC X VALUE SPACE.
  05 REC-VALIDADE          PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 REC-ARMAZEM           PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
