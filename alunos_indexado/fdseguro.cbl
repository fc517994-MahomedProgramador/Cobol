$set sourceformat(free)

FD SEGUROS-FILE.
01 REGISTO-SEGURO.
  05 SEG-CHAVE.
      10 SEG-SEMESTRE      PIC X(6).
      10 SEG-ID-ALUNO      PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-NOME             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-NASCIMENTO  PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-INICIO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-FIM         PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-ESTADO           PIC X VALUE "A".
      88 SEG-COBERTO        VALUE "A".
      88 SEG-ANULADO        VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-PREMIO           PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-COBRANCA    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-MOVIMENTO        PIC X VALUE SPACE.
      88 SEG-SEM-MOVIMENTO     VALUE SPACE.
      88 SEG-INCLUSAO-PENDENTE VALUE "I".
      88 SEG-EXCLUSAO-PENDENTE VALUE "E".
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-ENVIO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SEG-DATA-VERIFICACAO PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
