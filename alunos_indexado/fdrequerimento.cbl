$set sourceformat(free)

FD REQUERIMENTOS-FILE.
01 REGISTO-REQUERIMENTO.
  05 REQ-NUMERO           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-TIPO             PIC X(6).
      88 REQ-DECL-MATRICULA VALUE "DECMAT".
      88 REQ-DECL-NOTAS     VALUE "DECNOT".
      88 REQ-CERT-CONTEUDOS VALUE "CERCON".
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-SEMESTRE         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-CURSO-CODE       PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-DATA-PEDIDO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-DATA-LIMITE      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-ESTADO           PIC X VALUE "P".
      88 REQ-PENDENTE       VALUE "P".
      88 REQ-EMITIDO        VALUE "E".
      88 REQ-ANULADO        VALUE "A".
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-TAXA             PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-NUM-DOCUMENTO    PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-DATA-EMISSAO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 REQ-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
