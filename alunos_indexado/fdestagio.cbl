$set sourceformat(free)

FD ESTAGIOS-FILE.
01 REGISTO-ESTAGIO.
  05 ETG-CHAVE.
     10 ETG-ID-ALUNO      PIC 9(5).
     10 ETG-CURSO-CODE    PIC X(6).
     10 ETG-SEMESTRE      PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-PLANO            PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-ENTIDADE         PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-DATA-INICIO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-DATA-FIM         PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-ORIENTADOR       PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-TUTOR            PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-HORAS-PREVISTAS  PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-HORAS-FEITAS     PIC 9(4).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-ESTADO           PIC X VALUE "C".
      88 ETG-COLOCADO       VALUE "C".
      88 ETG-CONCLUIDO      VALUE "F".
      88 ETG-INTERROMPIDO   VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-NOTA             PIC 99V99.
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-DATA-REGISTO     PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 ETG-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
