$set sourceformat(free)

*> campos de trabalho dos saldos por armazem (parmazem.cbl): o
*> chamador indica o artigo, o armazem, a variacao do saldo e o
*> saldo total do artigo em STOCKS.dat antes do movimento. Os
*> artigos ainda sem saldos por armazem tem todo o stock no
*> armazem central.
77 ARI-CENTRAL          PIC X(4) VALUE "CENT".
77 ARI-ARTIGO           PIC X(8).
77 ARI-ARMAZEM          PIC X(4).
77 ARI-DELTA            PIC S9(7) VALUE ZERO.
77 ARI-SALDO-ANTES      PIC 9(7) VALUE ZERO.
77 ARI-SALDO-ARMAZEM    PIC 9(7) VALUE ZERO.
77 ARI-NOVO-SALDO       PIC S9(8) VALUE ZERO.
77 ARI-OK               PIC X VALUE 'N'.
77 ARI-TEM-SALDOS       PIC X VALUE 'N'.
