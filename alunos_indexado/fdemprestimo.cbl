$set sourceformat(free)

FD EMPRESTIMOS-FILE.
01 REGISTO-EMPRESTIMO.
  05 EMP-CHAVE.
      10 EMP-ATV-NUMERO      PIC 9(5).
      10 EMP-DATA-EMPRESTIMO PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-ID-ALUNO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-DATA-PREVISTA    PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-DATA-DEVOLUCAO   PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-ESTADO           PIC X VALUE "A".
      88 EMP-ABERTO         VALUE "A".
      88 EMP-DEVOLVIDO      VALUE "D".
      88 EMP-COBRADO        VALUE "C".
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-CONDICAO         PIC X VALUE SPACE.
      88 EMP-SEM-CONDICAO   VALUE SPACE.
      88 EMP-BOM-ESTADO     VALUE "B".
      88 EMP-DANIFICADO     VALUE "D".
      88 EMP-INUTILIZADO    VALUE "I".
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-OBSERVACOES      PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-DEPARTAMENTO     PIC X(4).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-VALOR-COBRADO    PIC 9(7)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-SEMESTRE-COBRANCA PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
  05 EMP-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
