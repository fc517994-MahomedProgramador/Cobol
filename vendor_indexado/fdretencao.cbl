$set sourceformat(free)

FD RETENCOES-FILE.
01 REGISTO-RETENCAO.
  05 RET-CHAVE.
     10 RET-VENDOR-NUMBER  PIC 9(5).
     10 RET-FAT-NUMERO     PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 RET-NIF               PIC X(9).
  05 FILLER                PIC X VALUE SPACE.
  05 RET-TIPO-RENDIMENTO   PIC X.
  05 FILLER                PIC X VALUE SPACE.
  05 RET-DATA-PAGAMENTO    PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 RET-REF-PAGAMENTO     PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 RET-BASE              PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RET-TAXA              PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RET-VALOR             PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RET-ESTADO            PIC X VALUE "P".
      88 RET-POR-ENTREGAR    VALUE "P".
      88 RET-ENTREGUE        VALUE "E".
  05 FILLER                PIC X VALUE SPACE.
  05 RET-DATA-ENTREGA      PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 RET-GUIA              PIC X(20).
  05 FILLER                PIC X VALUE SPACE.
