$set sourceformat(free)

FD TRANSFERENCIAS-FILE.
01 REGISTO-TRANSFERENCIA.
  05 TRF-NUMERO            PIC 9(6).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-ARTIGO-CODIGO     PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-ORIGEM            PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-DESTINO           PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-QUANTIDADE        PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-DATA-ENVIO        PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-OPERADOR-ENVIO    PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-QTD-RECEBIDA      PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-DATA-RECECAO      PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-OPERADOR-RECECAO  PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 TRF-ESTADO            PIC X VALUE "T".
      88 TRF-EM-TRANSITO     VALUE "T".
      88 TRF-RECEBIDA        VALUE "R".
  05 FILLER                PIC X VALUE SPACE.
