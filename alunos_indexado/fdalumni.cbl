$set sourceformat(free)

FD ALUMNI-FILE.
01 REGISTO-ALUMNI.
  05 ALU-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-NOME             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-DATA-GRADUACAO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-CERT-NUMERO      PIC 9(12).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-EMPREGADOR       PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-SETOR            PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-SITUACAO         PIC X VALUE " ".
      88 ALU-SEM-RESPOSTA   VALUE " ".
      88 ALU-EMPREGADO      VALUE "E".
      88 ALU-CONTA-PROPRIA  VALUE "P".
      88 ALU-DESEMPREGADO   VALUE "D".
      88 ALU-EM-FORMACAO    VALUE "F".
      88 ALU-INATIVO        VALUE "I".
      88 ALU-TRABALHA       VALUE "E" "P".
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-DATA-PRIMEIRO-EMPREGO PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-DATA-ENVIO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-DATA-RESPOSTA    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ALU-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
