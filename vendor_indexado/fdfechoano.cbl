$set sourceformat(free)

FD FECHOSANO-FILE.
01 REGISTO-FECHOANO.
  05 FCA-ANO              PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-ESTADO           PIC X VALUE "F".
      88 FCA-FECHADO        VALUE "F".
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-HORA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-PRO-DEBITO       PIC 9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-PRO-PAGO         PIC 9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-FAT-ABERTO       PIC S9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-FAT-PAGO         PIC S9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-ATV-CUSTO        PIC 9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-ATV-DEPREC       PIC 9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 FCA-ORC-TRANSITADO   PIC 9(11)V99.
  05 FILLER               PIC X VALUE SPACE.
