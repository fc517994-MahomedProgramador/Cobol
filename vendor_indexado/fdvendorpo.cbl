  05 VPO-CAPITAL           PIC X VALUE "N".
      88 VPO-COMPRA-CAPITAL  VALUE "S".
  05 FILLER                PIC X VALUE SPACE.
  05 VPO-PROCEDIMENTO      PIC X VALUE "D".
      88 VPO-AJUSTE-DIRETO      VALUE "D".
      88 VPO-CONSULTA-PREVIA    VALUE "C".
      88 VPO-CONCURSO-PUBLICO   VALUE "P".
      88 VPO-CHAMADA-CONTRATO   VALUE "Q".
  05 FILLER                PIC X VALUE SPACE.
  05 VPO-CATEGORIA         PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 VPO-CONTRATO          PIC 9(5).
  05 FILLER                PIC X VALUE SPACE.
  05 VPO-PROJETO           PIC X(8).
  05 FILLER                PIC X VALUE SPACE.
  05 VPO-PRJ-CATEGORIA     PIC X(2).
  05 FILLER                PIC X VALUE SPACE.
