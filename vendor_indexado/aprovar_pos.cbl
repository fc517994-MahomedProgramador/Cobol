*>          do limite de aprovacao), permitindo aprovar (passa a
*>          ABERTA), rejeitar (passa a CANCELADA) ou saltar, com a
*>          decisao, o autorizador e a nota registados em
*>          PO-APROVACOES.dat. Nas ordens por ajuste direto mostra
*>          o acumulado ao fornecedor e categoria no ano e nos
*>          dois anteriores e nao deixa aprovar quando o teto
*>          legal do ajuste direto fica atingido.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
WORKING-STORAGE SECTION.
  COPY "wsvendorpo.cbl".
  COPY "wsjournal.cbl".
  COPY "wsajuste.cbl".
    77 APRV-FIM-FICHEIRO     PIC X VALUE 'N'.
    77 APRV-DECISAO          PIC X.
    77 APRV-AUTORIZADOR      PIC X(20).
    77 APRV-TOTAL-PENDENTES  PIC 9(4) VALUE ZERO.
    77 APRV-TOTAL-APROVADAS  PIC 9(4) VALUE ZERO.
    77 APRV-TOTAL-REJEITADAS PIC 9(4) VALUE ZERO.
    77 APRV-AJD-BLOQUEADA    PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvvendorpo.cbl".

    PERFORM CARREGAR-LIMITE-AJUSTE
    PERFORM FILA-APROVACAO.
GOBACK.

    DISPLAY "  Data: " VPO-DATA
        "  Qtd: " VPO-QUANTIDADE
        "  Valor total: " VPO-VALOR-TOTAL
    MOVE 'N' TO APRV-AJD-BLOQUEADA
    IF VPO-AJUSTE-DIRETO
        PERFORM VERIFICAR-AJUSTE-PENDENTE
    END-IF
    DISPLAY "Decisao (A - aprovar, R - rejeitar, S - saltar): "
        NO ADVANCING
    ACCEPT APRV-DECISAO
    EVALUATE APRV-DECISAO
        WHEN "A"
        WHEN "a"
            IF APRV-AJD-BLOQUEADA = 'S'
                DISPLAY "Aprovacao recusada: teto do ajuste direto"
                    " atingido. A ordem mantem-se pendente."
            ELSE
                PERFORM APROVAR-PO-PENDENTE
            END-IF
        WHEN "R"
        WHEN "r"
            DISPLAY "Nota da decisao: " NO ADVANCING
            DISPLAY "Ordem saltada, mantem-se pendente."
    END-EVALUATE.

APROVAR-PO-PENDENTE.
    DISPLAY "Nota da decisao: " NO ADVANCING
    ACCEPT APRV-NOTA
    MOVE "A" TO VPO-ESTADO
    REWRITE REGISTO-VENDOR-PO
    MOVE "VENDORPO" TO JRN-FICHEIRO
    MOVE "REWRITE" TO JRN-OPERACAO
    MOVE REGISTO-VENDOR-PO TO JRN-IMAGEM
    PERFORM REGISTAR-DIARIO
    ADD 1 TO APRV-TOTAL-APROVADAS
    MOVE "APROVADA" TO APR-DECISAO
    PERFORM GRAVAR-DECISAO
    DISPLAY "Ordem aprovada: passa a ABERTA.".

VERIFICAR-AJUSTE-PENDENTE.
*> a soma percorre o ficheiro aberto; a leitura por chave no fim
*> repoe a posicao para a ordem seguinte e para o REWRITE.
    MOVE VPO-VENDOR-NUMBER TO AJD-VENDOR
    MOVE VPO-CATEGORIA TO AJD-CATEGORIA
    MOVE VPO-DATA (1:4) TO AJD-ANO-FIM
    MOVE VPO-PO-NUMBER TO AJD-EXCLUIR-PO
    MOVE VPO-VALOR-TOTAL TO AJD-VALOR-NOVO
    PERFORM APURAR-AJUSTES-DIRETOS
    READ VENDOR-PO-FILE KEY IS VPO-CHAVE
        INVALID KEY
            CONTINUE
    END-READ
    MOVE AJD-ACUMULADO TO AJD-VALOR-ED
    DISPLAY "  Ajuste direto " VPO-CATEGORIA ": acumulado "
        AJD-ANO-INICIO "-" AJD-ANO-FIM " com esta ordem "
        AJD-VALOR-ED
    EVALUATE TRUE
        WHEN AJD-LIMITE-ATINGIDO
            MOVE 'S' TO APRV-AJD-BLOQUEADA
            DISPLAY "  ATENCAO: teto legal de " AJD-LIMITE
                " atingido; so pode rejeitar ou saltar."
        WHEN AJD-PERTO-LIMITE
            DISPLAY "  Aviso: acima de " AJD-PERCENT-AVISO
                "% do teto legal de " AJD-LIMITE "."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

GRAVAR-DECISAO.
    OPEN EXTEND APROVACOES-FILE
    ACCEPT APR-DATA FROM DATE YYYYMMDD
    CLOSE APROVACOES-FILE.

COPY "pjournal.cbl".

COPY "pajuste.cbl".
