$set sourceformat(free)

FD ESTATUTOS-FILE.
01 REGISTO-ESTATUTO.
  05 STE-CHAVE.
     10 STE-ID-ALUNO      PIC 9(5).
     10 STE-SEMESTRE      PIC X(6).
     10 STE-TIPO          PIC X(2).
        88 STE-TRAB-ESTUDANTE VALUE "TE".
        88 STE-ATLETA         VALUE "AT".
        88 STE-NEE            VALUE "NE".
  05 FILLER               PIC X VALUE SPACE.
  05 STE-DOCUMENTO        PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-DATA-INICIO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-DATA-FIM         PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-ISENCAO-ASSID    PIC X VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
  05 STE-EPOCA-ESPECIAL   PIC X VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
  05 STE-REDUCAO-PCT      PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-ESTADO           PIC X VALUE "P".
      88 STE-PENDENTE       VALUE "P".
      88 STE-APROVADO       VALUE "A".
      88 STE-RECUSADO       VALUE "R".
  05 FILLER               PIC X VALUE SPACE.
  05 STE-OPERADOR-REG     PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-DATA-APROV       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 STE-OPERADOR-APROV   PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
