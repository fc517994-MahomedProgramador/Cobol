$set sourceformat(free)

FD CATALOGO-FILE.
01 REGISTO-CATALOGO.
  05 CAT-CHAVE.
     10 CAT-VENDOR        PIC 9(5).
     10 CAT-ARTIGO        PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-DESCRICAO        PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-UNIDADE          PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-PRECO            PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-DATA-EFEITO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-PRECO-ANTERIOR   PIC 9(5)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-ARTIGO-NOVO      PIC X.
      88 CAT-NOVO           VALUE "S".
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-ESTADO           PIC X VALUE "P".
      88 CAT-PENDENTE       VALUE "P".
      88 CAT-ACEITE         VALUE "A".
      88 CAT-REJEITADO      VALUE "R".
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-DATA-CARGA       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CAT-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
