$set sourceformat(free)

FD BOLSAPREST-FILE.
01 REGISTO-BOLSA-PRESTACAO.
  05 BLP-CHAVE.
     10 BLP-ID-ALUNO      PIC 9(5).
     10 BLP-ANO           PIC X(4).
     10 BLP-PRESTACAO     PIC 9(2).
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-MES              PIC 9(6).
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-VALOR            PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-ESTADO           PIC X VALUE "P".
      88 BLP-PENDENTE       VALUE "P".
      88 BLP-PAGA           VALUE "G".
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-COMPENSADO       PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-TRANSFERIDO      PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-DATA-PAGAMENTO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 BLP-REFERENCIA       PIC X(10).
  05 FILLER               PIC X VALUE SPACE.
