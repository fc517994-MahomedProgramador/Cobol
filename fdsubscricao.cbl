$set sourceformat(free)

FD SUBSCRICOES-FILE.
01 REGISTO-SUBSCRICAO.
  05 SUB-CHAVE.
     10 SUB-PROGRAMA        PIC X(30).
     10 SUB-TIPO            PIC X.
         88 SUB-POR-OPERADOR    VALUE "O".
         88 SUB-POR-NIVEL       VALUE "N".
         88 SUB-POR-DEPARTAMENTO VALUE "D".
     10 SUB-DESTINATARIO    PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SUB-MEIO             PIC X.
      88 SUB-MEIO-NOTIFICACAO VALUE "N".
      88 SUB-MEIO-IMPRESSAO   VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 SUB-ESTADO           PIC X VALUE "A".
      88 SUB-ATIVA          VALUE "A".
      88 SUB-SUSPENSA       VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 SUB-DATA-REGISTO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SUB-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
