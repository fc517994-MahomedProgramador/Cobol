$set sourceformat(free)

FD DESPESAS-DOC-FILE.
01 REGISTO-DESPESA-DOC.
  05 DSD-CHAVE.
     10 DSD-DOC-ID         PIC 9(4).
     10 DSD-NUMERO         PIC 9(4).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-DATA              PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-MOTIVO            PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-TOTAL             PIC 9(7)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-ESTADO            PIC X VALUE "P".
      88 DSD-PENDENTE        VALUE "P".
      88 DSD-APROVADA        VALUE "A".
      88 DSD-REJEITADA       VALUE "R".
      88 DSD-PAGA            VALUE "L".
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-APROVADOR         PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-DATA-DECISAO      PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-DATA-PAGAMENTO    PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-REF-PAGAMENTO     PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 DSD-PERIODO-FOLHA     PIC 9(6).
  05 FILLER                PIC X VALUE SPACE.
