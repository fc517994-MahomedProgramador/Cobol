$set sourceformat(free)

FD VERIFICACOES-FILE.
01 REGISTO-VERIFICACAO.
  05 VRF-CHAVE.
     10 VRF-ANO           PIC 9(4).
     10 VRF-ATIVO         PIC 9(5).
  05 FILLER               PIC X VALUE SPACE.
  05 VRF-LOCALIZACAO      PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 VRF-DESCRICAO        PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 VRF-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 VRF-OPERADOR         PIC X(8).
  05 FILLER               PIC X VALUE SPACE.
  05 VRF-ORIGEM           PIC X.
      88 VRF-TECLADO        VALUE "T".
      88 VRF-LEITOR         VALUE "L".
  05 FILLER               PIC X VALUE SPACE.
