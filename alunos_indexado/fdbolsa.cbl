$set sourceformat(free)

FD BOLSAS-FILE.
01 REGISTO-BOLSA.
  05 BLS-CHAVE.
     10 BLS-ID-ALUNO      PIC 9(5).
     10 BLS-ANO           PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-VALOR-ANUAL      PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-PRESTACOES       PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-MES-INICIO       PIC 9(6).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-COMPENSAR        PIC X VALUE "S".
      88 BLS-COMPENSA-DIVIDA VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-ESTADO           PIC X VALUE "A".
      88 BLS-ATIVA          VALUE "A".
      88 BLS-SUSPENSA       VALUE "S".
      88 BLS-CONCLUIDA      VALUE "T".
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-DATA-ESTADO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-MOTIVO           PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-DATA-ATRIB       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 BLS-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
