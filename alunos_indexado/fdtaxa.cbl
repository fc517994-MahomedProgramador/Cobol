  05 TAX-AMBITO           PIC X VALUE "S".
      88 TAX-POR-SEMESTRE   VALUE "S".
      88 TAX-POR-CURSO      VALUE "C".
      88 TAX-POR-REQUERIMENTO VALUE "R".
      88 TAX-POR-SEGURO     VALUE "G".
  05 FILLER               PIC X VALUE SPACE.
  05 TAX-CURSO-CODE       PIC X(6).
  05 FILLER               PIC X VALUE SPACE.
