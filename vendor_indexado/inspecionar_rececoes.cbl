*>          conferencia a tres vias em registar_fatura e e nesse
*>          momento que da entrada no stock. As rejeicoes sao
*>          acrescentadas ao relatorio REJEITADOS-FORNECEDOR.dat
*>          por fornecedor, que alimenta o scorecard. Quando a
*>          rececao tem lote, a quantidade inspecionada sai da
*>          quarentena do lote e a aceite fica disponivel. A
*>          quantidade aceite entra no armazem indicado na rececao.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slvendorpo.cbl".
     COPY "slstock.cbl".
     COPY "slstockmov.cbl".
     COPY "sllote.cbl".
     COPY "slarmazem.cbl".
     COPY "slstockarm.cbl".
     COPY "slsessao.cbl".

     SELECT REJEITADOS-FILE
  COPY "fdvendorpo.cbl".
  COPY "fdstock.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdlote.cbl".
  COPY "fdarmazem.cbl".
  COPY "fdstockarm.cbl".
  COPY "fdsessao.cbl".

  FD REJEITADOS-FILE.
  COPY "wsvendorpo.cbl".
  COPY "wsstock.cbl".
  COPY "wsstockmov.cbl".
  COPY "wslote.cbl".
  COPY "wslotemov.cbl".
  COPY "wsarmazem.cbl".
  COPY "wsstockarm.cbl".
  COPY "wsarmimput.cbl".
  COPY "wssessao.cbl".
    77 INS-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 INS-QTD-ACEITE        PIC 9(5).
COPY "rvvendorpo.cbl".
COPY "rvstock.cbl".
COPY "rvstockmov.cbl".
COPY "rvlote.cbl".
COPY "rvarmazem.cbl".
COPY "rvstockarm.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        REWRITE REGISTO-RECECAO
        ADD 1 TO INS-TOTAL-INSPEC
        ADD INS-QTD-REJEITADA TO INS-TOTAL-REJEITADO
        PERFORM OBTER-ARTIGO-RECECAO
        IF REC-LOTE NOT = SPACES AND VPO-ARTIGO-CODIGO NOT = SPACES
            MOVE VPO-ARTIGO-CODIGO TO LTM-ARTIGO
            MOVE REC-LOTE TO LTM-LOTE
            MOVE REC-QUANTIDADE TO LTM-QUANTIDADE
            MOVE INS-QTD-ACEITE TO LTM-QTD-ACEITE
            PERFORM LIBERTAR-LOTE-INSPECIONADO
        END-IF
        IF INS-QTD-ACEITE > ZERO
            PERFORM ENTRADA-STOCK-ACEITE
        END-IF
            ", rejeitada " INS-QTD-REJEITADA "."
    END-IF.

OBTER-ARTIGO-RECECAO.
*> o artigo vem do cabecalho da ordem.
    MOVE SPACES TO VPO-ARTIGO-CODIGO
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS = "00"
                CONTINUE
        END-READ
        CLOSE VENDOR-PO-FILE
    END-IF.

ENTRADA-STOCK-ACEITE.
*> a quantidade aceite da entrada no stock como uma rececao
*> normal daria.
    IF VPO-ARTIGO-CODIGO = SPACES
        DISPLAY "Aviso: ordem sem artigo; stock nao atualizado."
    ELSE
            MOVE VPO-ARTIGO-CODIGO TO STK-ARTIGO-CODIGO
            READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
                INVALID KEY
                    MOVE ZERO TO ARI-SALDO-ANTES
                    MOVE VPO-ARTIGO-CODIGO TO STK-ARTIGO-CODIGO
                    MOVE INS-QTD-ACEITE TO STK-SALDO
                    MOVE ZERO TO STK-MINIMO
                    WRITE REGISTO-STOCK
                NOT INVALID KEY
                    MOVE STK-SALDO TO ARI-SALDO-ANTES
                    ADD INS-QTD-ACEITE TO STK-SALDO
                    REWRITE REGISTO-STOCK
            END-READ
            CLOSE STOCKS-FILE
            IF REC-ARMAZEM = SPACES
                MOVE ARI-CENTRAL TO ARI-ARMAZEM
            ELSE
                MOVE REC-ARMAZEM TO ARI-ARMAZEM
            END-IF
            MOVE VPO-ARTIGO-CODIGO TO ARI-ARTIGO
            MOVE INS-QTD-ACEITE TO ARI-DELTA
            PERFORM MOVER-SALDO-ARMAZEM
            MOVE INS-DATA TO SMV-DATA
            MOVE VPO-ARTIGO-CODIGO TO SMV-ARTIGO-CODIGO
            MOVE "E" TO SMV-TIPO
            MOVE INS-QTD-ACEITE TO SMV-QUANTIDADE
            MOVE VPO-DEPARTAMENTO TO SMV-DEPARTAMENTO
            MOVE "INSPECAO" TO SMV-REFERENCIA
            MOVE SPACES TO SMV-PROJETO
            MOVE SPACES TO SMV-PRJ-CATEGORIA
            MOVE ZERO TO SMV-VALOR
            MOVE REC-LOTE TO SMV-LOTE
            MOVE ARI-ARMAZEM TO SMV-ARMAZEM
            OPEN EXTEND STOCKMOV-FILE
            IF STOCKMOV-STATUS NOT = "00"
                OPEN OUTPUT STOCKMOV-FILE
    CLOSE REJEITADOS-FILE.

COPY "psessao.cbl".

COPY "plote.cbl".

COPY "parmazem.cbl".
