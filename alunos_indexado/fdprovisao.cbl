$set sourceformat(free)

FD PROVISOES-FILE.
01 REGISTO-PROVISAO.
  05 PVS-PERIODO          PIC 9(6).
  05 FILLER               PIC X VALUE SPACE.
  05 PVS-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 PVS-DIVIDA           PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 PVS-VALOR            PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 PVS-ANTERIOR         PIC 9(9)V99.
  05 FILLER               PIC X VALUE SPACE.
  05 PVS-PERCENTAGENS.
     10 PVS-PCT           PIC 9(3)V99 OCCURS 5 TIMES.
  05 FILLER               PIC X VALUE SPACE.
