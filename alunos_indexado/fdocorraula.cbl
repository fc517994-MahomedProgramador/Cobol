$set sourceformat(free)

FD OCORRENCIAS-AULA-FILE.
01 REGISTO-OCORRENCIA-AULA.
  05 OCA-CHAVE.
     10 OCA-CURSO-CODE    PIC X(6).
     10 OCA-SEMESTRE      PIC X(6).
     10 OCA-DATA          PIC 9(8).
     10 OCA-HOR-SEQ       PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-DOC-TITULAR      PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-TIPO             PIC X VALUE "C".
      88 OCA-CANCELADA      VALUE "C".
      88 OCA-SUBSTITUIDA    VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-DOC-SUBSTITUTO   PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-HORAS            PIC 9(2)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-REPOSICAO        PIC X VALUE "P".
      88 OCA-REPOSICAO-PENDENTE VALUE "P".
      88 OCA-REPOSICAO-MARCADA  VALUE "M".
      88 OCA-SEM-REPOSICAO      VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-DATA-REPOSICAO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-HORA-INICIO-REP  PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-HORA-FIM-REP     PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-SALA-REP         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 OCA-HORAS-REP        PIC 9(2)V99.
  05 FILLER               PIC X VALUE SPACE.
