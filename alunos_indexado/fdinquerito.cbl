$set sourceformat(free)

FD INQUERITOS-FILE.
01 REGISTO-INQUERITO.
  05 INQ-CHAVE.
     10 INQ-CURSO-CODE    PIC X(6).
     10 INQ-SEMESTRE      PIC X(6).
     10 INQ-DOCENTE-ID    PIC 9(4).
     10 INQ-SEQ           PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 INQ-RESPOSTAS.
     10 INQ-RESPOSTA      PIC 9 OCCURS 10 TIMES.
  05 FILLER               PIC X VALUE SPACE.
  05 INQ-DATA-IMPORT      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
