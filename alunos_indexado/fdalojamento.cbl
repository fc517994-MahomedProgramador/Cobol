$set sourceformat(free)

FD ALOJAMENTOS-FILE.
01 REGISTO-ALOJAMENTO.
  05 ALJ-CHAVE.
      10 ALJ-ID-ALUNO      PIC 9(5).
      10 ALJ-DATA-PEDIDO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-QUARTO           PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-BOLSEIRO         PIC X VALUE "N".
      88 ALJ-PRIORITARIO    VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-ESTADO           PIC X VALUE "P".
      88 ALJ-PENDENTE       VALUE "P".
      88 ALJ-ALOJADO        VALUE "A".
      88 ALJ-SAIU           VALUE "S".
      88 ALJ-CANCELADO      VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-DATA-ENTRADA     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-DATA-SAIDA       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-RENDA-MENSAL     PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-MES-COBRADO      PIC 9(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ALJ-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
