$set sourceformat(free)

FD PROJETOS-FILE.
01 REGISTO-PROJETO.
  05 PRJ-CODIGO            PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-DESIGNACAO        PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-FINANCIADOR       PIC X(10).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-REFERENCIA        PIC X(20).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-INVESTIGADOR      PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-DATA-INICIO       PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-DATA-FIM          PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-ESTADO            PIC X VALUE "A".
      88 PRJ-ATIVO           VALUE "A".
      88 PRJ-ENCERRADO       VALUE "E".
  05 FILLER                PIC X VALUE SPACE.
  05 PRJ-RUBRICA OCCURS 8 TIMES.
     10 PRJ-RUB-CATEGORIA  PIC X(2).
     10 FILLER             PIC X VALUE SPACE.
     10 PRJ-RUB-ORCAMENTO  PIC 9(9)V99.
     10 FILLER             PIC X VALUE SPACE.
