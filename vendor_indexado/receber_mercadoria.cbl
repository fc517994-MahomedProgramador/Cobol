*>          compra. Suporta entregas parciais em varias rececoes;
*>          quando a quantidade acumulada atinge a quantidade
*>          encomendada a ordem passa automaticamente ao estado
*>          RECEBIDA. Os artigos de stock podem chegar com numero
*>          de lote e data de validade, que ficam na rececao e em
*>          LOTES.dat (em quarentena ate a inspecao, quando a
*>          entrega vai para quarentena). A mercadoria entra no
*>          armazem escolhido (ENTER = armazem central).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slstock.cbl".
     COPY "slstockmov.cbl".
     COPY "slativo.cbl".
     COPY "sllote.cbl".
     COPY "slarmazem.cbl".
     COPY "slstockarm.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdstock.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdativo.cbl".
  COPY "fdlote.cbl".
  COPY "fdarmazem.cbl".
  COPY "fdstockarm.cbl".

WORKING-STORAGE SECTION.
  COPY "wsvendorpo.cbl".
  COPY "wsstock.cbl".
  COPY "wsstockmov.cbl".
  COPY "wsativo.cbl".
  COPY "wslote.cbl".
  COPY "wslotemov.cbl".
  COPY "wsarmazem.cbl".
  COPY "wsstockarm.cbl".
  COPY "wsarmimput.cbl".
    77 RCB-VENDOR-NUMBER     PIC 9(5).
    77 RCB-PO-NUMBER         PIC 9(5).
    77 RCB-NUMERO-OK         PIC X VALUE 'N'.
COPY "rvstock.cbl".
COPY "rvstockmov.cbl".
COPY "rvativo.cbl".
COPY "rvlote.cbl".
COPY "rvarmazem.cbl".
COPY "rvstockarm.cbl".

    PERFORM REGISTAR-RECECAO.
GOBACK.
        IF RCB-QUARENTENA NOT = "S"
            MOVE "N" TO RCB-QUARENTENA
        END-IF
        MOVE SPACES TO LTM-LOTE
        MOVE ZERO TO LTM-VALIDADE
        MOVE ARI-CENTRAL TO ARI-ARMAZEM
        IF VPO-ARTIGO-CODIGO NOT = SPACES
            MOVE RCB-DATA TO LTM-DATA
            PERFORM PEDIR-LOTE-RECECAO
            PERFORM PEDIR-ARMAZEM
        END-IF
        IF RCB-QTD-NOVA = ZERO
            DISPLAY "Quantidade nula, nada registado."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM GRAVAR-RECECAO
            IF RCB-GRAVOU = 'S'
                IF LTM-LOTE NOT = SPACES
                    PERFORM DAR-ENTRADA-LOTE
                END-IF
                IF RCB-QUARENTENA = "S"
                    DISPLAY "Mercadoria em QUARENTENA: so conta"
                        " para a conferencia e para o stock"
        MOVE RCB-DATA TO REC-DATA
        MOVE RCB-QTD-NOVA TO REC-QUANTIDADE
        MOVE RCB-RECEBEDOR TO REC-RECEBEDOR
        MOVE LTM-LOTE TO REC-LOTE
        MOVE LTM-VALIDADE TO REC-VALIDADE
        MOVE ARI-ARMAZEM TO REC-ARMAZEM
        IF RCB-QUARENTENA = "S"
            MOVE ZERO TO REC-QTD-ACEITE
            MOVE ZERO TO REC-QTD-REJEITADA
        MOVE VPO-ARTIGO-CODIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                MOVE ZERO TO ARI-SALDO-ANTES
                MOVE VPO-ARTIGO-CODIGO TO STK-ARTIGO-CODIGO
                MOVE RCB-QTD-NOVA TO STK-SALDO
                MOVE ZERO TO STK-MINIMO
                WRITE REGISTO-STOCK
            NOT INVALID KEY
                MOVE STK-SALDO TO ARI-SALDO-ANTES
                ADD RCB-QTD-NOVA TO STK-SALDO
                REWRITE REGISTO-STOCK
        END-READ
        CLOSE STOCKS-FILE
        IF VPO-ARTIGO-CODIGO NOT = SPACES
            MOVE VPO-ARTIGO-CODIGO TO ARI-ARTIGO
            MOVE RCB-QTD-NOVA TO ARI-DELTA
            PERFORM MOVER-SALDO-ARMAZEM
        END-IF
        MOVE RCB-DATA TO SMV-DATA
        MOVE VPO-ARTIGO-CODIGO TO SMV-ARTIGO-CODIGO
        MOVE "E" TO SMV-TIPO
        STRING "PO" DELIMITED BY SIZE
               RCB-PO-NUMBER DELIMITED BY SIZE
               INTO SMV-REFERENCIA
        MOVE SPACES TO SMV-PROJETO
        MOVE SPACES TO SMV-PRJ-CATEGORIA
        MOVE ZERO TO SMV-VALOR
        MOVE LTM-LOTE TO SMV-LOTE
        MOVE ARI-ARMAZEM TO SMV-ARMAZEM
        OPEN EXTEND STOCKMOV-FILE
        IF STOCKMOV-STATUS NOT = "00"
            OPEN OUTPUT STOCKMOV-FILE
        END-IF
    END-IF.

DAR-ENTRADA-LOTE.
    MOVE VPO-ARTIGO-CODIGO TO LTM-ARTIGO
    MOVE RCB-VENDOR-NUMBER TO LTM-VENDOR
    MOVE RCB-PO-NUMBER TO LTM-PO
    MOVE RCB-QTD-NOVA TO LTM-QUANTIDADE
    IF RCB-QUARENTENA = "S"
        MOVE 'S' TO LTM-QUARENTENA
    ELSE
        MOVE 'N' TO LTM-QUARENTENA
    END-IF
    PERFORM REGISTAR-ENTRADA-LOTE.

CRIAR-REGISTO-ATIVO.
*> a rececao de uma ordem marcada como compra de capital cria o
*> registo do imobilizado (ATIVOS.dat), ligado a ordem e ao
        MOVE ZERO TO ATV-DEPREC-ACUM
        MOVE "A" TO ATV-ESTADO
        MOVE ZERO TO ATV-DATA-ABATE
        MOVE SPACE TO ATV-TIPO-ABATE
        MOVE ZERO TO ATV-VALOR-VENDA
        MOVE ZERO TO ATV-VALOR-LIQUIDO
        MOVE SPACES TO ATV-COMPRADOR
        WRITE REGISTO-ATIVO
            INVALID KEY
                DISPLAY "Aviso: numero de ativo duplicado."
    END-IF.

COPY "pjournal.cbl".

COPY "plote.cbl".

COPY "parmazem.cbl".
