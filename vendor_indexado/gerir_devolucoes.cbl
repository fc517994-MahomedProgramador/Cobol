*>          ja aprovados, que a corrida pagamentos_fornecedores
*>          compensa contra as faturas aprovadas do mesmo
*>          fornecedor, para deixarmos de pagar por bruto e
*>          andar a cacar reembolsos ao telefone. A nota de
*>          credito leva o projeto de investigacao da ordem. A
*>          devolucao de um lote (recolha do fornecedor) abate o
*>          saldo desse lote em LOTES.dat. A mercadoria devolvida
*>          sai do armazem indicado (ENTER = armazem central).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slvendor.cbl".
     COPY "slstock.cbl".
     COPY "slstockmov.cbl".
     COPY "sllote.cbl".
     COPY "slarmazem.cbl".
     COPY "slstockarm.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
  COPY "fdvendor.cbl".
  COPY "fdstock.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdlote.cbl".
  COPY "fdarmazem.cbl".
  COPY "fdstockarm.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsstock.cbl".
  COPY "wsstockmov.cbl".
  COPY "wslote.cbl".
  COPY "wsarmazem.cbl".
  COPY "wsstockarm.cbl".
  COPY "wsarmimput.cbl".
  COPY "wssessao.cbl".
    77 GDV-OPCAO             PIC 9 VALUE ZERO.
    77 GDV-SAIR              PIC X VALUE 'N'.
    77 GDV-LIQUIDO           PIC 9(7)V99 VALUE ZERO.
    77 GDV-IVA               PIC S9(7)V99 VALUE ZERO.
    77 GDV-TAXA-IVA          PIC 9(2)V99 VALUE ZERO.
    77 GDV-PROJETO           PIC X(8) VALUE SPACES.
    77 GDV-PRJ-CATEGORIA     PIC X(2) VALUE SPACES.
    77 GDV-LOTE              PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
COPY "rvdevolucao.cbl".
COPY "rvvendor.cbl".
COPY "rvstock.cbl".
COPY "rvstockmov.cbl".
COPY "rvlote.cbl".
COPY "rvarmazem.cbl".
COPY "rvstockarm.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        ACCEPT GDV-QUANTIDADE
        DISPLAY "Motivo da devolucao: " NO ADVANCING
        ACCEPT GDV-MOTIVO
        MOVE SPACES TO GDV-LOTE
        MOVE ARI-CENTRAL TO ARI-ARMAZEM
        IF VPO-ARTIGO-CODIGO NOT = SPACES
            DISPLAY "Lote devolvido (ENTER = sem lote): "
                NO ADVANCING
            ACCEPT GDV-LOTE
            PERFORM PEDIR-ARMAZEM
        END-IF
        PERFORM OBTER-ULTIMO-SEQ-DEV
        MOVE ZERO TO DEVOLUCOES-TENTATIVAS
        PERFORM UNTIL DEVOLUCOES-STATUS = "00"
        DISPLAY "Aviso: existencias nao atualizadas (status "
            STOCKS-STATUS ")."
    ELSE
        MOVE ZERO TO ARI-SALDO-ANTES
        MOVE VPO-ARTIGO-CODIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE STK-SALDO TO ARI-SALDO-ANTES
                IF GDV-QUANTIDADE > STK-SALDO
                    MOVE ZERO TO STK-SALDO
                ELSE
                REWRITE REGISTO-STOCK
        END-READ
        CLOSE STOCKS-FILE
        IF VPO-ARTIGO-CODIGO NOT = SPACES
            MOVE VPO-ARTIGO-CODIGO TO ARI-ARTIGO
            COMPUTE ARI-DELTA = 0 - GDV-QUANTIDADE
            PERFORM MOVER-SALDO-ARMAZEM
        END-IF
        MOVE GDV-DATA TO SMV-DATA
        MOVE VPO-ARTIGO-CODIGO TO SMV-ARTIGO-CODIGO
        MOVE "S" TO SMV-TIPO
        COMPUTE SMV-QUANTIDADE = 0 - GDV-QUANTIDADE
        MOVE SPACES TO SMV-DEPARTAMENTO
        MOVE "DEVOLUCAO" TO SMV-REFERENCIA
        MOVE SPACES TO SMV-PROJETO
        MOVE SPACES TO SMV-PRJ-CATEGORIA
        MOVE ZERO TO SMV-VALOR
        MOVE GDV-LOTE TO SMV-LOTE
        MOVE ARI-ARMAZEM TO SMV-ARMAZEM
        OPEN EXTEND STOCKMOV-FILE
        IF STOCKMOV-STATUS NOT = "00"
            OPEN OUTPUT STOCKMOV-FILE
            WRITE REGISTO-STOCKMOV
            CLOSE STOCKMOV-FILE
        END-IF
        IF GDV-LOTE NOT = SPACES
            PERFORM ABATER-LOTE-DEVOLUCAO
        END-IF
    END-IF.

ABATER-LOTE-DEVOLUCAO.
    OPEN I-O LOTES-FILE.
    IF LOTES-STATUS NOT = "00"
        DISPLAY "Aviso: lote nao atualizado (status "
            LOTES-STATUS ")."
    ELSE
        MOVE VPO-ARTIGO-CODIGO TO LOT-ARTIGO-CODIGO
        MOVE GDV-LOTE TO LOT-NUMERO
        READ LOTES-FILE KEY IS LOT-CHAVE
            INVALID KEY
                DISPLAY "Aviso: lote " GDV-LOTE " nao registado."
            NOT INVALID KEY
                IF GDV-QUANTIDADE > LOT-SALDO
                    MOVE ZERO TO LOT-SALDO
                ELSE
                    SUBTRACT GDV-QUANTIDADE FROM LOT-SALDO
                END-IF
                REWRITE REGISTO-LOTE
        END-READ
        CLOSE LOTES-FILE
    END-IF.

REGISTAR-NOTA-CREDITO.
        DISPLAY "Taxa de IVA (%): " NO ADVANCING
        ACCEPT GDV-TAXA-IVA
        COMPUTE GDV-IVA = GDV-VALOR - GDV-LIQUIDO
        PERFORM OBTER-PROJETO-NOTA
        MOVE ZERO TO FATURAS-TENTATIVAS
        PERFORM UNTIL FATURAS-STATUS = "00"
            OR FATURAS-TENTATIVAS = 5
            MOVE ZERO TO FAT-ADIANTAMENTO
            MOVE SPACE TO FAT-CONF-BANCO
            MOVE "N" TO FAT-SUSPENSA
            MOVE ZERO TO FAT-RETENCAO
            MOVE ZERO TO FAT-TAXA-RETENCAO
            MOVE GDV-PROJETO TO FAT-PROJETO
            MOVE GDV-PRJ-CATEGORIA TO FAT-PRJ-CATEGORIA
            WRITE REGISTO-FATURA
                INVALID KEY
                    DISPLAY "Ja existe um documento com esse"
        END-IF
    END-IF.

OBTER-PROJETO-NOTA.
*> a nota de credito abate ao projeto da ordem a que respeita.
    MOVE SPACES TO GDV-PROJETO
    MOVE SPACES TO GDV-PRJ-CATEGORIA
    IF GDV-PO-NUMBER NOT = ZERO
        OPEN INPUT VENDOR-PO-FILE
        IF VPO-STATUS = "00"
            MOVE GDV-VENDOR TO VPO-VENDOR-NUMBER
            MOVE GDV-PO-NUMBER TO VPO-PO-NUMBER
            READ VENDOR-PO-FILE KEY IS VPO-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE VPO-PROJETO TO GDV-PROJETO
                    MOVE VPO-PRJ-CATEGORIA TO GDV-PRJ-CATEGORIA
            END-READ
            CLOSE VENDOR-PO-FILE
        END-IF
    END-IF.

LISTAR-DEVOLUCOES.
    DISPLAY "Numero do fornecedor: " NO ADVANCING
    ACCEPT GDV-VENDOR
    END-IF.

COPY "psessao.cbl".

COPY "parmazem.cbl".
