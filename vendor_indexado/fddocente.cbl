$set sourceformat(free)

FD DOCENTES-FILE.
01 REGISTO-DOCENTE.
  05 DOC-ID               PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 DOC-NOME             PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 DOC-ESTADO           PIC X VALUE "A".
      88 DOC-ATIVO          VALUE "A".
      88 DOC-INATIVO        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 DOC-IBAN             PIC X(25).
  05 FILLER               PIC X VALUE SPACE.
