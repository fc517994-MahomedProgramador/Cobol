$set sourceformat(free)

FD EMISSOES-DOC-FILE.
01 REGISTO-EMISSAO-DOC.
  05 EMD-NUMERO           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-NUM-REQUERIMENTO PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-TIPO             PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-VERSAO-MODELO    PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 EMD-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
