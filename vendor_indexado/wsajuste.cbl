$set sourceformat(free)

*> campos de trabalho do controlo de ajustes diretos (pajuste.cbl):
*> o chamador indica fornecedor, categoria, ano da ordem, valor
*> da nova ordem e a ordem a excluir da soma (zero se nenhuma).
77 AJD-LIMITE           PIC 9(7)V99 VALUE 20000.00.
77 AJD-LIMITE-ENV       PIC X(12).
77 AJD-PERCENT-AVISO    PIC 9(3) VALUE 80.
77 AJD-VALOR-AVISO      PIC 9(7)V99.
77 AJD-VENDOR           PIC 9(5).
77 AJD-CATEGORIA        PIC X(4).
77 AJD-ANO-FIM          PIC 9(4).
77 AJD-ANO-INICIO       PIC 9(4).
77 AJD-EXCLUIR-PO       PIC 9(5) VALUE ZERO.
77 AJD-VALOR-NOVO       PIC 9(7)V99 VALUE ZERO.
77 AJD-ANTERIOR         PIC 9(9)V99 VALUE ZERO.
77 AJD-ACUMULADO        PIC 9(9)V99 VALUE ZERO.
77 AJD-VALOR-ED         PIC Z(8)9.99.
77 AJD-FIM-FICHEIRO     PIC X VALUE 'N'.
77 AJD-PO-GUARDADA      PIC X(150).
77 AJD-RESULTADO        PIC X VALUE 'D'.
    88 AJD-DENTRO-LIMITE    VALUE 'D'.
    88 AJD-PERTO-LIMITE     VALUE 'A'.
    88 AJD-LIMITE-ATINGIDO  VALUE 'E'.
