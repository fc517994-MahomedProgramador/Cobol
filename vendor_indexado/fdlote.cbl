$set sourceformat(free)

FD LOTES-FILE.
01 REGISTO-LOTE.
  05 LOT-CHAVE.
     10 LOT-ARTIGO-CODIGO  PIC X(8).
     10 LOT-NUMERO         PIC X(12).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-DATA-VALIDADE     PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-DATA-ENTRADA      PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-VENDOR-NUMBER     PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-PO-NUMBER         PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-QTD-RECEBIDA      PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-QTD-QUARENTENA    PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-SALDO             PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 LOT-ESTADO            PIC X VALUE "D".
      88 LOT-DISPONIVEL      VALUE "D".
      88 LOT-EM-QUARENTENA   VALUE "Q".
      88 LOT-BLOQUEADO       VALUE "B".
  05 FILLER                PIC X VALUE SPACE.
