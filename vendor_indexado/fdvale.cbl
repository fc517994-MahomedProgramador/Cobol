$set sourceformat(free)

FD VALES-CAIXA-FILE.
01 REGISTO-VALE-CAIXA.
  05 VLC-CHAVE.
     10 VLC-DEPARTAMENTO   PIC X(4).
     10 VLC-NUMERO         PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-DATA              PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-FORNECEDOR        PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-DESCRICAO         PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-VALOR-LIQUIDO     PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-TAXA-IVA          PIC 9(2)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-IVA               PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-VALOR             PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-DEPT-ORCAMENTO    PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-ESTADO            PIC X VALUE "P".
      88 VLC-POR-REEMBOLSAR  VALUE "P".
      88 VLC-RECLAMADO       VALUE "R".
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-PEDIDO            PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-PROJETO           PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 VLC-PRJ-CATEGORIA     PIC X(2).
  05 FILLER                PIC X VALUE SPACE.
