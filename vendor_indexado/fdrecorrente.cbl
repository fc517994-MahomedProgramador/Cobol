$set sourceformat(free)

FD RECORRENTES-FILE.
01 REGISTO-RECORRENTE.
  05 RCR-CHAVE.
     10 RCR-VENDOR-NUMBER  PIC 9(5).
     10 RCR-SEQ            PIC 9(3).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-DESCRICAO         PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-VALOR             PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-ESTIMADO          PIC X VALUE "N".
      88 RCR-VALOR-ESTIMADO  VALUE "S".
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-TAXA-IVA          PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-DEPARTAMENTO      PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-FREQUENCIA        PIC X VALUE "M".
      88 RCR-MENSAL          VALUE "M".
      88 RCR-TRIMESTRAL      VALUE "T".
      88 RCR-SEMESTRAL       VALUE "S".
      88 RCR-ANUAL           VALUE "A".
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-DATA-INICIO       PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-DATA-FIM          PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-TOLERANCIA        PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-ULTIMO-PERIODO    PIC 9(6).
  05 FILLER                PIC X VALUE SPACE.
  05 RCR-ESTADO            PIC X VALUE "A".
      88 RCR-ATIVO           VALUE "A".
      88 RCR-ENCERRADO       VALUE "E".
  05 FILLER                PIC X VALUE SPACE.
