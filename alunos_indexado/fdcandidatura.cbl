$set sourceformat(free)

FD CANDIDATURAS-FILE.
01 REGISTO-CANDIDATURA.
  05 CAN-NUMERO           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-CONCURSO.
     10 CAN-ANO           PIC 9(4).
     10 CAN-PLANO         PIC X(6).
     10 CAN-FASE          PIC 9.
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-NOME             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-DOC-ID           PIC X(12).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-NOTA-CANDIDATURA PIC 99V99.
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-MORADA-1         PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-MORADA-2         PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-CODIGO-POSTAL    PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-LOCALIDADE       PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-TELEFONE         PIC X(15).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-EMAIL            PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-EMERGENCIA-NOME  PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-EMERGENCIA-TEL   PIC X(15).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-ESTADO           PIC X VALUE "P".
      88 CAN-PENDENTE       VALUE "P".
      88 CAN-COLOCADA       VALUE "C".
      88 CAN-NAO-COLOCADA   VALUE "N".
      88 CAN-MATRICULADA    VALUE "M".
      88 CAN-DESISTIU       VALUE "D".
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-ORDEM            PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 CAN-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
