$set sourceformat(free)

FD DESCONTOS-ALUNO-FILE.
01 REGISTO-DESCONTO-ALUNO.
  05 DCA-CHAVE.
     10 DCA-ID-ALUNO      PIC 9(5).
     10 DCA-CODIGO        PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DCA-DATA-ATRIB       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DCA-DATA-FIM         PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DCA-JUSTIFICACAO     PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 DCA-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DCA-ESTADO           PIC X VALUE "A".
      88 DCA-ATIVO          VALUE "A".
      88 DCA-CANCELADO      VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
