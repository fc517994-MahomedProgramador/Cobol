$set sourceformat(free)

FD INCOBRAVEIS-FILE.
01 REGISTO-INCOBRAVEL.
  05 INC-CHAVE.
     10 INC-ID-ALUNO      PIC 9(5).
     10 INC-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-VALOR            PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 INC-MOTIVO           PIC X.
      88 INC-FALECIDO       VALUE "F".
      88 INC-PRESCRITA      VALUE "P".
      88 INC-RESIDUAL       VALUE "R".
      88 INC-OUTRO          VALUE "O".
      88 INC-MOTIVO-VALIDO  VALUE "F" "P" "R" "O".
  05 FILLER               PIC X VALUE SPACE.
  05 INC-OBSERVACAO       PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-ESTADO           PIC X VALUE "P".
      88 INC-PROPOSTA       VALUE "P".
      88 INC-APROVADA       VALUE "A".
      88 INC-REJEITADA      VALUE "R".
  05 FILLER               PIC X VALUE SPACE.
  05 INC-DATA-PROPOSTA    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-OPERADOR-PROPOSTA PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-DATA-DECISAO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-OPERADOR-DECISAO PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 INC-VALOR-ANULADO    PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
