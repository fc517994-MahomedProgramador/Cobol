$set sourceformat(free)

FD FUNDOS-MANEIO-FILE.
01 REGISTO-FUNDO-MANEIO.
  05 FDM-DEPARTAMENTO      PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-VALOR-FUNDO       PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-CUSTODIO          PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-VENDOR-NUMBER     PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-SALDO             PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-EM-REEMBOLSO      PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-LIMIAR-PCT        PIC 9(2).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-ULTIMO-VALE       PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-ULTIMO-PEDIDO     PIC 9(4).
  05 FILLER                PIC X VALUE SPACE.
  05 FDM-ESTADO            PIC X VALUE "A".
      88 FDM-ATIVO           VALUE "A".
      88 FDM-ENCERRADO       VALUE "E".
  05 FILLER                PIC X VALUE SPACE.
