$set sourceformat(free)

FD SINISTROS-FILE.
01 REGISTO-SINISTRO.
  05 SIN-NUMERO           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-SEMESTRE         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-DATA-OCORRENCIA  PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-LOCAL            PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-DESCRICAO        PIC X(60).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-ESTADO           PIC X VALUE "A".
      88 SIN-ABERTO         VALUE "A".
      88 SIN-PARTICIPADO    VALUE "P".
      88 SIN-FECHADO        VALUE "F".
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-DATA-PARTICIPACAO PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-REF-SEGURADORA   PIC X(15).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-DATA-FECHO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-DATA-REGISTO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 SIN-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
