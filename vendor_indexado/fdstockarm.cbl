$set sourceformat(free)

FD STOCKARM-FILE.
01 REGISTO-STOCKARM.
  05 SAR-CHAVE.
     10 SAR-ARTIGO-CODIGO  PIC X(8).
     10 SAR-ARMAZEM        PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 SAR-SALDO             PIC 9(7).
  05 FILLER                PIC X VALUE SPACE.
  05 SAR-MINIMO            PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
