    77 FUSV-PO-NOVO          PIC 9(5).
    77 FUSV-MOVEU            PIC 9(5) VALUE ZERO.
    77 FUSV-DESCARTADAS      PIC 9(3) VALUE ZERO.
    77 FUSV-BUFFER-PO        PIC X(150).
    77 FUSV-BUFFER-GERAL     PIC X(200).

    01 FUSV-POS-TAB.
       05 FUSV-PO-ENTRADA OCCURS 200 TIMES.
