$set sourceformat(free)

FD PREVISTOS-FILE.
01 REGISTO-PREVISTO.
  05 PRV-CHAVE.
     10 PRV-VENDOR-NUMBER  PIC 9(5).
     10 PRV-PO-NUMBER      PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-SEQ               PIC 9(3).
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-PERIODO           PIC 9(6).
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-VALOR             PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-TAXA-IVA          PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-TOLERANCIA        PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-ESTADO            PIC X VALUE "P".
      88 PRV-POR-FATURAR     VALUE "P".
      88 PRV-FATURADO        VALUE "F".
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-FAT-NUMERO        PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 PRV-VALOR-FATURADO    PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
