$set sourceformat(free)

FD REFMB-FILE.
01 REGISTO-REFMB.
  05 RMB-REFERENCIA       PIC 9(9).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-CONTA.
     10 RMB-ID-ALUNO      PIC 9(5).
     10 RMB-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-PRESTACAO        PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-ENTIDADE         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-VALOR            PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-DATA-EMISSAO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-DATA-LIMITE      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-ESTADO           PIC X VALUE "A".
      88 RMB-ATIVA          VALUE "A".
      88 RMB-PAGA           VALUE "P".
      88 RMB-ANULADA        VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-DATA-PAGAMENTO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-TRANSACAO        PIC X(10).
  05 FILLER               PIC X VALUE SPACE.
  05 RMB-NUMERO-RECIBO    PIC 9(12).
  05 FILLER               PIC X VALUE SPACE.
