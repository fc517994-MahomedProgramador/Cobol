$set sourceformat(free)

*> campos de trabalho dos lotes de stock (plote.cbl): o chamador
*> indica o artigo, o lote, a validade, a ordem de origem e as
*> quantidades; LTM-QUARENTENA = 'S' quando a entrada aguarda
*> inspecao e so conta no lote depois de aceite.
77 LTM-ARTIGO           PIC X(8).
77 LTM-LOTE             PIC X(12).
77 LTM-VALIDADE         PIC 9(8) VALUE ZERO.
77 LTM-DATA             PIC 9(8).
77 LTM-VENDOR           PIC 9(5).
77 LTM-PO               PIC 9(5).
77 LTM-QUANTIDADE       PIC 9(7).
77 LTM-QTD-ACEITE       PIC 9(7).
77 LTM-QUARENTENA       PIC X VALUE 'N'.
77 LTM-RESPOSTA         PIC X(12).
