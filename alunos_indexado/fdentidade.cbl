$set sourceformat(free)

FD ENTIDADES-FILE.
01 REGISTO-ENTIDADE.
  05 ENT-CODIGO           PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-NOME             PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-NIF              PIC X(9).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-CONTACTO         PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-PROTOCOLO        PIC X(12).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-PROTOCOLO-INICIO PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-PROTOCOLO-FIM    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ENT-ESTADO           PIC X VALUE "A".
      88 ENT-ATIVA          VALUE "A".
      88 ENT-INATIVA        VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
