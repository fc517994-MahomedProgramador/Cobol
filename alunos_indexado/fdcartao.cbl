$set sourceformat(free)

FD CARTOES-FILE.
01 REGISTO-CARTAO.
  05 CRT-NUMERO           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-NOME             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-DATA-EMISSAO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-DATA-VALIDADE    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-ESTADO           PIC X VALUE "A".
      88 CRT-ATIVO          VALUE "A".
      88 CRT-PERDIDO        VALUE "P".
      88 CRT-SUBSTITUIDO    VALUE "S".
      88 CRT-CANCELADO      VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-DATA-ESTADO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-SUBSTITUI        PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-ENVIO-GRAFICA    PIC X VALUE "P".
      88 CRT-POR-ENVIAR     VALUE "P".
      88 CRT-ENVIADO        VALUE "E".
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-DATA-ENVIO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-AVISO-SEGURANCA  PIC X VALUE "N".
      88 CRT-SEM-AVISO      VALUE "N".
      88 CRT-AVISO-PENDENTE VALUE "P".
      88 CRT-AVISO-ENVIADO  VALUE "E".
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-DATA-AVISO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CRT-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
