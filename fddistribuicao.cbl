$set sourceformat(free)

FD DISTRIBUICOES-FILE.
01 REGISTO-DISTRIBUICAO.
  05 DST-CHAVE.
     10 DST-SPOOL-NUMERO    PIC 9(8).
     10 DST-OPERADOR        PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DST-PROGRAMA         PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 DST-SUB-TIPO         PIC X.
  05 FILLER               PIC X VALUE SPACE.
  05 DST-SUB-DESTINATARIO PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DST-MEIO             PIC X.
      88 DST-MEIO-NOTIFICACAO VALUE "N".
      88 DST-MEIO-IMPRESSAO   VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 DST-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DST-HORA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 DST-RESULTADO        PIC X.
      88 DST-POR-CORREIO    VALUE "E".
      88 DST-POR-PAPEL      VALUE "P".
      88 DST-NA-FILA        VALUE "I".
      88 DST-FALHOU         VALUE "X".
  05 FILLER               PIC X VALUE SPACE.
  05 DST-DESTINO          PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
