*>          departamentos, os ajustes de contagem e o minimo de
*>          reposicao de cada artigo; o relatorio de reposicao
*>          compara saldos com minimos e a valorizacao usa o
*>          ultimo preco de PRECOHIST.dat para as financas. Uma
*>          saida pode ser imputada a um projeto de investigacao
*>          e fica valorizada ao ultimo preco na data da saida.
*>          Os artigos com lote (LOTES.dat) saem pela validade
*>          mais proxima primeiro, com um movimento por lote; os
*>          lotes caducados ou bloqueados nao saem, e o
*>          rastreio de um lote mostra a que departamentos foi
*>          entregue, para as recolhas dos fornecedores. O stock
*>          esta repartido por armazens (STOCKARM.dat): as saidas
*>          e as contagens sao de um armazem, ha minimos por
*>          armazem e a reposicao e a valorizacao saem por
*>          armazem ou no total; as transferencias entre armazens
*>          estao em gerir_armazens.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slstockmov.cbl".
     COPY "slartigo.cbl".
     COPY "slprecohist.cbl".
     COPY "slprojeto.cbl".
     COPY "sllote.cbl".
     COPY "slarmazem.cbl".
     COPY "slstockarm.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
  COPY "fdstockmov.cbl".
  COPY "fdartigo.cbl".
  COPY "fdprecohist.cbl".
  COPY "fdprojeto.cbl".
  COPY "fdlote.cbl".
  COPY "fdarmazem.cbl".
  COPY "fdstockarm.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsstockmov.cbl".
  COPY "wsartigo.cbl".
  COPY "wsprecohist.cbl".
  COPY "wsprojeto.cbl".
  COPY "wsprjimput.cbl".
  COPY "wslote.cbl".
  COPY "wsarmazem.cbl".
  COPY "wsstockarm.cbl".
  COPY "wsarmimput.cbl".
  COPY "wssessao.cbl".
    77 STQ-OPCAO             PIC 9 VALUE ZERO.
    77 STQ-SAIR              PIC X VALUE 'N'.
    77 STQ-FIM-PRECOS        PIC X VALUE 'N'.
    77 STQ-VALOR-ED          PIC Z(8)9.99.
    77 STQ-TOTAL-ED          PIC Z(10)9.99.
    77 STQ-COM-LOTES         PIC X VALUE 'N'.
    77 STQ-FIM-LOTES         PIC X VALUE 'N'.
    77 STQ-SEM-LOTES         PIC X VALUE 'N'.
    77 STQ-QTD-LOTES         PIC 9(7) VALUE ZERO.
    77 STQ-QTD-BLOQUEADA     PIC 9(7) VALUE ZERO.
    77 STQ-DISPONIVEL        PIC 9(7) VALUE ZERO.
    77 STQ-POR-SAIR          PIC 9(7) VALUE ZERO.
    77 STQ-QTD-SAIDA         PIC 9(7) VALUE ZERO.
    77 STQ-LOTE              PIC X(12).
    77 STQ-LOTE-SAIDA        PIC X(12).
    77 STQ-LOTE-ESCOLHIDO    PIC X(12).
    77 STQ-VALIDADE-LOTE     PIC 9(8).
    77 STQ-VALIDADE-MIN      PIC 9(8).
    77 STQ-TOTAL-RASTREIO    PIC 9(7) VALUE ZERO.
    77 STQ-RESPOSTA          PIC X.
    77 STQ-FILTRO-ARMAZEM    PIC X(4).
    77 STQ-ARMAZEM-VALOR     PIC X(4).
    77 STQ-COM-ARMAZENS      PIC X VALUE 'N'.
    77 STQ-FIM-ARMAZENS      PIC X VALUE 'N'.
    77 STQ-TEM-ARMAZENS      PIC X VALUE 'N'.
    77 STQ-SALDO-ARMAZEM     PIC 9(7) VALUE ZERO.
    77 STQ-SOMA-ARMAZENS     PIC 9(7) VALUE ZERO.
    77 STQ-NOVO-SALDO        PIC S9(8) VALUE ZERO.
    77 STQ-AX                PIC 9(2).
    77 STQ-TOTAL-ARMAZENS    PIC 9(2) VALUE ZERO.
    77 STQ-VALOR-TRANSITO    PIC 9(11)V99 VALUE ZERO.

*> valor do stock por armazem na valorizacao de todos os
*> armazens.
    01 STQ-VALOR-ARMAZENS.
       05 STQ-VALOR-ARM-ENT OCCURS 20 TIMES.
          10 STQ-VA-ARMAZEM     PIC X(4).
          10 STQ-VA-VALOR       PIC 9(11)V99.

PROCEDURE DIVISION.
COPY "rvstock.cbl".
COPY "rvstockmov.cbl".
COPY "rvartigo.cbl".
COPY "rvprecohist.cbl".
COPY "rvprojeto.cbl".
COPY "rvlote.cbl".
COPY "rvarmazem.cbl".
COPY "rvstockarm.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
    DISPLAY "3 - Definir minimo de reposicao"
    DISPLAY "4 - Relatorio de reposicao"
    DISPLAY "5 - Valorizacao do stock"
    DISPLAY "6 - Rastrear / bloquear lote (recolha)"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT STQ-OPCAO
            PERFORM RELATORIO-REPOSICAO
        WHEN 5
            PERFORM VALORIZACAO-STOCK
        WHEN 6
            PERFORM RASTREAR-LOTE
        WHEN 0
            MOVE 'Y' TO STQ-SAIR
        WHEN OTHER
    ACCEPT STQ-QUANTIDADE
    DISPLAY "Departamento que levanta: " NO ADVANCING
    ACCEPT STQ-DEPARTAMENTO
    PERFORM PEDIR-ARMAZEM
    MOVE STQ-DATA TO PJI-DATA
    MOVE SPACES TO PJI-PROJETO-OMISSAO
    MOVE SPACES TO PJI-CATEGORIA-OMISSAO
    PERFORM PEDIR-PROJETO
    MOVE ZERO TO STOCKS-TENTATIVAS
    PERFORM UNTIL STOCKS-STATUS = "00" OR STOCKS-TENTATIVAS = 5
        OPEN I-O STOCKS-FILE
            INVALID KEY
                DISPLAY "Artigo sem existencias registadas."
            NOT INVALID KEY
                PERFORM APURAR-LOTES-ARTIGO
                IF STK-SALDO > STQ-QTD-BLOQUEADA
                    COMPUTE STQ-DISPONIVEL =
                        STK-SALDO - STQ-QTD-BLOQUEADA
                ELSE
                    MOVE ZERO TO STQ-DISPONIVEL
                END-IF
                MOVE STQ-ARTIGO TO ARI-ARTIGO
                MOVE STK-SALDO TO ARI-SALDO-ANTES
                PERFORM OBTER-SALDO-ARMAZEM
                IF ARI-SALDO-ARMAZEM < STQ-DISPONIVEL
                    MOVE ARI-SALDO-ARMAZEM TO STQ-DISPONIVEL
                END-IF
                IF STQ-QUANTIDADE > STQ-DISPONIVEL
                    DISPLAY "Saldo insuficiente (no armazem "
                        ARI-ARMAZEM ": " ARI-SALDO-ARMAZEM
                        ", em lotes caducados ou bloqueados: "
                        STQ-QTD-BLOQUEADA ")."
                ELSE
                    SUBTRACT STQ-QUANTIDADE FROM STK-SALDO
                    REWRITE REGISTO-STOCK
                    COMPUTE ARI-DELTA = 0 - STQ-QUANTIDADE
                    PERFORM MOVER-SALDO-ARMAZEM
*> a saida fica valorizada ao ultimo preco, para o custo do
*> projeto nao depender das compras seguintes do artigo.
                    OPEN INPUT PRECOHIST-FILE
                    PERFORM OBTER-ULTIMO-PRECO
                    IF PRECOHIST-STATUS = "00"
                        CLOSE PRECOHIST-FILE
                    END-IF
*> primeiro a validade mais proxima; o que os lotes nao cobrem
*> sai do stock sem lote (entradas anteriores aos lotes).
                    MOVE STQ-QUANTIDADE TO STQ-POR-SAIR
                    MOVE 'N' TO STQ-SEM-LOTES
                    PERFORM UNTIL STQ-POR-SAIR = ZERO
                        OR STQ-SEM-LOTES = 'S'
                        PERFORM ESCOLHER-LOTE-FEFO
                        IF STQ-LOTE-ESCOLHIDO = SPACES
                            MOVE 'S' TO STQ-SEM-LOTES
                        ELSE
                            PERFORM SAIR-DO-LOTE
                        END-IF
                    END-PERFORM
                    IF STQ-POR-SAIR > ZERO
                        MOVE SPACES TO STQ-LOTE-SAIDA
                        MOVE STQ-POR-SAIR TO STQ-QTD-SAIDA
                        PERFORM GRAVAR-SAIDA-STOCK
                    END-IF
                    DISPLAY "Saida registada. Saldo atual: "
                        STK-SALDO "  no armazem " ARI-ARMAZEM ": "
                        ARI-SALDO-ARMAZEM
                END-IF
                IF STQ-COM-LOTES = 'S'
                    CLOSE LOTES-FILE
                END-IF
        END-READ
        CLOSE STOCKS-FILE
    END-IF.

GRAVAR-SAIDA-STOCK.
    MOVE STQ-DATA TO SMV-DATA
    MOVE STQ-ARTIGO TO SMV-ARTIGO-CODIGO
    MOVE "S" TO SMV-TIPO
    COMPUTE SMV-QUANTIDADE = 0 - STQ-QTD-SAIDA
    MOVE STQ-DEPARTAMENTO TO SMV-DEPARTAMENTO
    MOVE SES-OPERADOR-ATUAL TO SMV-REFERENCIA
    MOVE PJI-PROJETO TO SMV-PROJETO
    MOVE PJI-CATEGORIA TO SMV-PRJ-CATEGORIA
    COMPUTE SMV-VALOR = STQ-QTD-SAIDA * STQ-PRECO
    MOVE STQ-LOTE-SAIDA TO SMV-LOTE
    MOVE ARI-ARMAZEM TO SMV-ARMAZEM
    PERFORM GRAVAR-MOVIMENTO-STOCK.

APURAR-LOTES-ARTIGO.
*> soma o saldo dos lotes do artigo e, a parte, o que esta em
*> lotes bloqueados ou com a validade ultrapassada.
    MOVE ZERO TO STQ-QTD-LOTES
    MOVE ZERO TO STQ-QTD-BLOQUEADA
    MOVE 'N' TO STQ-COM-LOTES
    OPEN I-O LOTES-FILE.
    IF LOTES-STATUS = "00"
        MOVE 'S' TO STQ-COM-LOTES
        MOVE 'N' TO STQ-FIM-LOTES
        MOVE STQ-ARTIGO TO LOT-ARTIGO-CODIGO
        MOVE LOW-VALUES TO LOT-NUMERO
        START LOTES-FILE KEY IS NOT LESS THAN LOT-CHAVE
            INVALID KEY
                MOVE 'Y' TO STQ-FIM-LOTES
        END-START
        PERFORM UNTIL STQ-FIM-LOTES = 'Y'
            READ LOTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-LOTES
                NOT AT END
                    IF LOT-ARTIGO-CODIGO NOT = STQ-ARTIGO
                        MOVE 'Y' TO STQ-FIM-LOTES
                    ELSE
                        ADD LOT-SALDO TO STQ-QTD-LOTES
                        IF LOT-BLOQUEADO
                            OR (LOT-DATA-VALIDADE NOT = ZERO
                            AND LOT-DATA-VALIDADE < STQ-DATA)
                            ADD LOT-SALDO TO STQ-QTD-BLOQUEADA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

ESCOLHER-LOTE-FEFO.
*> o lote com saldo, nao bloqueado e dentro da validade que
*> caduca primeiro; os lotes sem validade ficam para o fim.
    MOVE SPACES TO STQ-LOTE-ESCOLHIDO
    MOVE 99999999 TO STQ-VALIDADE-MIN
    IF STQ-COM-LOTES = 'S'
        MOVE 'N' TO STQ-FIM-LOTES
        MOVE STQ-ARTIGO TO LOT-ARTIGO-CODIGO
        MOVE LOW-VALUES TO LOT-NUMERO
        START LOTES-FILE KEY IS NOT LESS THAN LOT-CHAVE
            INVALID KEY
                MOVE 'Y' TO STQ-FIM-LOTES
        END-START
        PERFORM UNTIL STQ-FIM-LOTES = 'Y'
            READ LOTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-LOTES
                NOT AT END
                    IF LOT-ARTIGO-CODIGO NOT = STQ-ARTIGO
                        MOVE 'Y' TO STQ-FIM-LOTES
                    ELSE
                        IF LOT-SALDO > ZERO
                            AND NOT LOT-BLOQUEADO
                            AND (LOT-DATA-VALIDADE = ZERO
                            OR LOT-DATA-VALIDADE NOT < STQ-DATA)
                            IF LOT-DATA-VALIDADE = ZERO
                                MOVE 99999999 TO STQ-VALIDADE-LOTE
                            ELSE
                                MOVE LOT-DATA-VALIDADE
                                    TO STQ-VALIDADE-LOTE
                            END-IF
                            IF STQ-LOTE-ESCOLHIDO = SPACES
                                OR STQ-VALIDADE-LOTE < STQ-VALIDADE-MIN
                                MOVE LOT-NUMERO TO STQ-LOTE-ESCOLHIDO
                                MOVE STQ-VALIDADE-LOTE
                                    TO STQ-VALIDADE-MIN
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

SAIR-DO-LOTE.
    MOVE STQ-ARTIGO TO LOT-ARTIGO-CODIGO
    MOVE STQ-LOTE-ESCOLHIDO TO LOT-NUMERO
    READ LOTES-FILE KEY IS LOT-CHAVE
        INVALID KEY
            MOVE 'S' TO STQ-SEM-LOTES
        NOT INVALID KEY
            IF LOT-SALDO < STQ-POR-SAIR
                MOVE LOT-SALDO TO STQ-QTD-SAIDA
            ELSE
                MOVE STQ-POR-SAIR TO STQ-QTD-SAIDA
            END-IF
            SUBTRACT STQ-QTD-SAIDA FROM LOT-SALDO
            REWRITE REGISTO-LOTE
            SUBTRACT STQ-QTD-SAIDA FROM STQ-POR-SAIR
            MOVE LOT-NUMERO TO STQ-LOTE-SAIDA
            PERFORM GRAVAR-SAIDA-STOCK
            DISPLAY "  Lote " LOT-NUMERO "  validade "
                LOT-DATA-VALIDADE "  sai " STQ-QTD-SAIDA
    END-READ.

AJUSTE-CONTAGEM.
*> a contagem e de um armazem; a diferenca para o saldo desse
*> armazem acerta tambem o total do artigo.
    DISPLAY "Codigo do artigo: " NO ADVANCING
    ACCEPT STQ-ARTIGO
    PERFORM PEDIR-ARMAZEM
    DISPLAY "Quantidade contada: " NO ADVANCING
    ACCEPT STQ-CONTAGEM
    MOVE ZERO TO STOCKS-TENTATIVAS
    IF STOCKS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir STOCKS-FILE. Status: " STOCKS-STATUS
    ELSE
        MOVE STQ-ARTIGO TO ARI-ARTIGO
        MOVE STQ-ARTIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                MOVE ZERO TO ARI-SALDO-ANTES
                MOVE STQ-ARTIGO TO STK-ARTIGO-CODIGO
                MOVE STQ-CONTAGEM TO STK-SALDO
                MOVE ZERO TO STK-MINIMO
                WRITE REGISTO-STOCK
                MOVE STQ-CONTAGEM TO STQ-DELTA
                MOVE STQ-DELTA TO ARI-DELTA
                PERFORM MOVER-SALDO-ARMAZEM
                PERFORM GRAVAR-AJUSTE
                DISPLAY "Artigo criado no stock com a contagem."
            NOT INVALID KEY
                MOVE STK-SALDO TO ARI-SALDO-ANTES
                PERFORM OBTER-SALDO-ARMAZEM
                COMPUTE STQ-DELTA = STQ-CONTAGEM - ARI-SALDO-ARMAZEM
                COMPUTE STQ-NOVO-SALDO = STK-SALDO + STQ-DELTA
                IF STQ-NOVO-SALDO < ZERO
                    MOVE ZERO TO STK-SALDO
                ELSE
                    MOVE STQ-NOVO-SALDO TO STK-SALDO
                END-IF
                REWRITE REGISTO-STOCK
                MOVE STQ-DELTA TO ARI-DELTA
                PERFORM MOVER-SALDO-ARMAZEM
                PERFORM GRAVAR-AJUSTE
                DISPLAY "Ajuste registado (" STQ-DELTA ")."
        END-READ
    MOVE STQ-DELTA TO SMV-QUANTIDADE
    MOVE SPACES TO SMV-DEPARTAMENTO
    MOVE "CONTAGEM" TO SMV-REFERENCIA
    MOVE SPACES TO SMV-PROJETO
    MOVE SPACES TO SMV-PRJ-CATEGORIA
    MOVE ZERO TO SMV-VALOR
    MOVE SPACES TO SMV-LOTE
    MOVE ARI-ARMAZEM TO SMV-ARMAZEM
    PERFORM GRAVAR-MOVIMENTO-STOCK.

DEFINIR-MINIMO.
    DISPLAY "Codigo do artigo: " NO ADVANCING
    ACCEPT STQ-ARTIGO
    DISPLAY "Armazem (ENTER = minimo do total do artigo): "
        NO ADVANCING
    MOVE SPACES TO STQ-FILTRO-ARMAZEM
    ACCEPT STQ-FILTRO-ARMAZEM
    IF STQ-FILTRO-ARMAZEM NOT = SPACES
        MOVE STQ-FILTRO-ARMAZEM TO ARI-ARMAZEM
        PERFORM VALIDAR-ARMAZEM
    END-IF
    DISPLAY "Minimo de reposicao: " NO ADVANCING
    ACCEPT STQ-MINIMO
    EVALUATE TRUE
        WHEN STQ-FILTRO-ARMAZEM = SPACES
            PERFORM DEFINIR-MINIMO-ARTIGO
        WHEN ARI-OK = 'S'
            PERFORM DEFINIR-MINIMO-ARMAZEM
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

DEFINIR-MINIMO-ARTIGO.
    MOVE ZERO TO STOCKS-TENTATIVAS
    PERFORM UNTIL STOCKS-STATUS = "00" OR STOCKS-TENTATIVAS = 5
        OPEN I-O STOCKS-FILE
        CLOSE STOCKS-FILE
    END-IF.

DEFINIR-MINIMO-ARMAZEM.
*> o saldo antigo do artigo passa primeiro para o armazem central,
*> para o novo registo do armazem nao o esconder.
    MOVE ZERO TO ARI-SALDO-ANTES
    OPEN INPUT STOCKS-FILE.
    IF STOCKS-STATUS = "00"
        MOVE STQ-ARTIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE STK-SALDO TO ARI-SALDO-ANTES
        END-READ
        CLOSE STOCKS-FILE
    END-IF
    MOVE STQ-ARTIGO TO ARI-ARTIGO
    PERFORM ABRIR-STOCKARM
    IF STOCKARM-STATUS NOT = "00"
        DISPLAY "Erro ao abrir STOCKARM-FILE. Status: "
            STOCKARM-STATUS
    ELSE
        PERFORM SEMEAR-STOCKARM
        MOVE STQ-ARTIGO TO SAR-ARTIGO-CODIGO
        MOVE ARI-ARMAZEM TO SAR-ARMAZEM
        READ STOCKARM-FILE KEY IS SAR-CHAVE
            INVALID KEY
                MOVE STQ-ARTIGO TO SAR-ARTIGO-CODIGO
                MOVE ARI-ARMAZEM TO SAR-ARMAZEM
                MOVE ZERO TO SAR-SALDO
                MOVE STQ-MINIMO TO SAR-MINIMO
                WRITE REGISTO-STOCKARM
                    INVALID KEY
                        CONTINUE
                END-WRITE
            NOT INVALID KEY
                MOVE STQ-MINIMO TO SAR-MINIMO
                REWRITE REGISTO-STOCKARM
        END-READ
        CLOSE STOCKARM-FILE
        DISPLAY "Minimo do armazem " ARI-ARMAZEM " atualizado."
    END-IF.

PEDIR-FILTRO-ARMAZEM.
    DISPLAY "Armazem (ENTER = todos): " NO ADVANCING
    MOVE SPACES TO STQ-FILTRO-ARMAZEM
    ACCEPT STQ-FILTRO-ARMAZEM
    MOVE 'N' TO STQ-COM-ARMAZENS
    OPEN INPUT STOCKARM-FILE.
    IF STOCKARM-STATUS = "00"
        MOVE 'S' TO STQ-COM-ARMAZENS
    END-IF.

RELATORIO-REPOSICAO.
    PERFORM PEDIR-FILTRO-ARMAZEM
    MOVE ZERO TO STQ-TOTAL-LISTADOS
    MOVE 'N' TO STQ-FIM-FICHEIRO
    OPEN INPUT STOCKS-FILE.
            READ STOCKS-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-FICHEIRO
                NOT AT END
                    IF STQ-FILTRO-ARMAZEM = SPACES
                        AND STK-MINIMO > ZERO
                        AND STK-SALDO < STK-MINIMO
                        DISPLAY "Artigo " STK-ARTIGO-CODIGO
                            "  TOTAL  saldo " STK-SALDO
                            "  minimo " STK-MINIMO
                            "  A REPOR"
                        ADD 1 TO STQ-TOTAL-LISTADOS
                    END-IF
                    PERFORM REPOSICAO-ARMAZENS-ARTIGO
            END-READ
        END-PERFORM
        CLOSE STOCKS-FILE
        DISPLAY "Artigos a repor: " STQ-TOTAL-LISTADOS
    END-IF
    IF STQ-COM-ARMAZENS = 'S'
        CLOSE STOCKARM-FILE
    END-IF.

REPOSICAO-ARMAZENS-ARTIGO.
    IF STQ-COM-ARMAZENS = 'S'
        PERFORM POSICIONAR-ARMAZENS-ARTIGO
        PERFORM UNTIL STQ-FIM-ARMAZENS = 'Y'
            READ STOCKARM-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-ARMAZENS
                NOT AT END
                    IF SAR-ARTIGO-CODIGO NOT = STK-ARTIGO-CODIGO
                        MOVE 'Y' TO STQ-FIM-ARMAZENS
                    ELSE
                        IF (STQ-FILTRO-ARMAZEM = SPACES
                            OR SAR-ARMAZEM = STQ-FILTRO-ARMAZEM)
                            AND SAR-MINIMO > ZERO
                            AND SAR-SALDO < SAR-MINIMO
                            DISPLAY "Artigo " STK-ARTIGO-CODIGO
                                "  " SAR-ARMAZEM "   saldo " SAR-SALDO
                                "  minimo " SAR-MINIMO "  A REPOR"
                            ADD 1 TO STQ-TOTAL-LISTADOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

POSICIONAR-ARMAZENS-ARTIGO.
    MOVE 'N' TO STQ-FIM-ARMAZENS
    MOVE STK-ARTIGO-CODIGO TO SAR-ARTIGO-CODIGO
    MOVE LOW-VALUES TO SAR-ARMAZEM
    START STOCKARM-FILE KEY IS NOT LESS THAN SAR-CHAVE
        INVALID KEY
            MOVE 'Y' TO STQ-FIM-ARMAZENS
    END-START.

VALORIZACAO-STOCK.
    PERFORM PEDIR-FILTRO-ARMAZEM
    MOVE ZERO TO STQ-TOTAL-LISTADOS
    MOVE ZERO TO STQ-VALOR-TOTAL
    MOVE ZERO TO STQ-VALOR-TRANSITO
    MOVE ZERO TO STQ-TOTAL-ARMAZENS
    MOVE 'N' TO STQ-FIM-FICHEIRO
    OPEN INPUT STOCKS-FILE.
    IF STOCKS-STATUS NOT = "00"
        OPEN INPUT PRECOHIST-FILE
        DISPLAY "==============================================="
        DISPLAY " VALORIZACAO DO STOCK AO ULTIMO PRECO"
        IF STQ-FILTRO-ARMAZEM NOT = SPACES
            DISPLAY " ARMAZEM " STQ-FILTRO-ARMAZEM
        END-IF
        DISPLAY "==============================================="
        PERFORM UNTIL STQ-FIM-FICHEIRO = 'Y'
            READ STOCKS-FILE NEXT RECORD
            CLOSE PRECOHIST-FILE
        END-IF
        CLOSE STOCKS-FILE
        DISPLAY "-----------------------------------------------"
        IF STQ-FILTRO-ARMAZEM = SPACES
            PERFORM VARYING STQ-AX FROM 1 BY 1
                UNTIL STQ-AX > STQ-TOTAL-ARMAZENS
                MOVE STQ-VA-VALOR (STQ-AX) TO STQ-TOTAL-ED
                DISPLAY "Armazem " STQ-VA-ARMAZEM (STQ-AX)
                    "  valor " STQ-TOTAL-ED
            END-PERFORM
            IF STQ-VALOR-TRANSITO > ZERO
                MOVE STQ-VALOR-TRANSITO TO STQ-TOTAL-ED
                DISPLAY "Em transito  valor " STQ-TOTAL-ED
            END-IF
        END-IF
        MOVE STQ-VALOR-TOTAL TO STQ-TOTAL-ED
        DISPLAY "Artigos valorizados: " STQ-TOTAL-LISTADOS
            "  Valor total: " STQ-TOTAL-ED
    END-IF
    IF STQ-COM-ARMAZENS = 'S'
        CLOSE STOCKARM-FILE
    END-IF.

VALORIZAR-ARTIGO.
    PERFORM OBTER-ULTIMO-PRECO
    IF STQ-FILTRO-ARMAZEM = SPACES
        COMPUTE STQ-VALOR = STK-SALDO * STQ-PRECO
        ADD STQ-VALOR TO STQ-VALOR-TOTAL
        ADD 1 TO STQ-TOTAL-LISTADOS
        MOVE STQ-VALOR TO STQ-VALOR-ED
        DISPLAY "Artigo " STK-ARTIGO-CODIGO
            "  saldo " STK-SALDO
            "  preco " STQ-PRECO
            "  valor " STQ-VALOR-ED
        PERFORM REPARTIR-VALOR-ARMAZENS
    ELSE
        PERFORM OBTER-SALDO-NO-FILTRO
        IF STQ-SALDO-ARMAZEM > ZERO
            COMPUTE STQ-VALOR = STQ-SALDO-ARMAZEM * STQ-PRECO
            ADD STQ-VALOR TO STQ-VALOR-TOTAL
            ADD 1 TO STQ-TOTAL-LISTADOS
            MOVE STQ-VALOR TO STQ-VALOR-ED
            DISPLAY "Artigo " STK-ARTIGO-CODIGO
                "  saldo " STQ-SALDO-ARMAZEM
                "  preco " STQ-PRECO
                "  valor " STQ-VALOR-ED
        END-IF
    END-IF.

REPARTIR-VALOR-ARMAZENS.
*> os artigos ainda sem saldos por armazem estao no central; o
*> que falta aos armazens para o total esta em transito.
    MOVE ZERO TO STQ-SOMA-ARMAZENS
    MOVE 'N' TO STQ-TEM-ARMAZENS
    IF STQ-COM-ARMAZENS = 'S'
        PERFORM POSICIONAR-ARMAZENS-ARTIGO
        PERFORM UNTIL STQ-FIM-ARMAZENS = 'Y'
            READ STOCKARM-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-ARMAZENS
                NOT AT END
                    IF SAR-ARTIGO-CODIGO NOT = STK-ARTIGO-CODIGO
                        MOVE 'Y' TO STQ-FIM-ARMAZENS
                    ELSE
                        MOVE 'S' TO STQ-TEM-ARMAZENS
                        ADD SAR-SALDO TO STQ-SOMA-ARMAZENS
                        COMPUTE STQ-VALOR = SAR-SALDO * STQ-PRECO
                        MOVE SAR-ARMAZEM TO STQ-ARMAZEM-VALOR
                        PERFORM SOMAR-VALOR-ARMAZEM
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF STQ-TEM-ARMAZENS = 'N'
        COMPUTE STQ-VALOR = STK-SALDO * STQ-PRECO
        MOVE ARI-CENTRAL TO STQ-ARMAZEM-VALOR
        PERFORM SOMAR-VALOR-ARMAZEM
    ELSE
        IF STK-SALDO > STQ-SOMA-ARMAZENS
            COMPUTE STQ-VALOR-TRANSITO = STQ-VALOR-TRANSITO
                + (STK-SALDO - STQ-SOMA-ARMAZENS) * STQ-PRECO
        END-IF
    END-IF.

SOMAR-VALOR-ARMAZEM.
    PERFORM VARYING STQ-AX FROM 1 BY 1
        UNTIL STQ-AX > STQ-TOTAL-ARMAZENS
        OR STQ-VA-ARMAZEM (STQ-AX) = STQ-ARMAZEM-VALOR
        CONTINUE
    END-PERFORM
    IF STQ-AX > STQ-TOTAL-ARMAZENS
        IF STQ-TOTAL-ARMAZENS < 20
            ADD 1 TO STQ-TOTAL-ARMAZENS
            MOVE STQ-TOTAL-ARMAZENS TO STQ-AX
            MOVE STQ-ARMAZEM-VALOR TO STQ-VA-ARMAZEM (STQ-AX)
            MOVE ZERO TO STQ-VA-VALOR (STQ-AX)
        ELSE
            MOVE 20 TO STQ-AX
        END-IF
    END-IF
    ADD STQ-VALOR TO STQ-VA-VALOR (STQ-AX).

OBTER-SALDO-NO-FILTRO.
    MOVE ZERO TO STQ-SALDO-ARMAZEM
    MOVE 'N' TO STQ-TEM-ARMAZENS
    IF STQ-COM-ARMAZENS = 'S'
        PERFORM POSICIONAR-ARMAZENS-ARTIGO
        PERFORM UNTIL STQ-FIM-ARMAZENS = 'Y'
            READ STOCKARM-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-ARMAZENS
                NOT AT END
                    IF SAR-ARTIGO-CODIGO NOT = STK-ARTIGO-CODIGO
                        MOVE 'Y' TO STQ-FIM-ARMAZENS
                    ELSE
                        MOVE 'S' TO STQ-TEM-ARMAZENS
                        IF SAR-ARMAZEM = STQ-FILTRO-ARMAZEM
                            MOVE SAR-SALDO TO STQ-SALDO-ARMAZEM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF STQ-TEM-ARMAZENS = 'N'
        AND STQ-FILTRO-ARMAZEM = ARI-CENTRAL
        MOVE STK-SALDO TO STQ-SALDO-ARMAZEM
    END-IF.

OBTER-ULTIMO-PRECO.
*> ultimo preco conhecido do artigo em PRECOHIST.dat, de
*> qualquer fornecedor (o registo com a data mais recente),
*> ignorando os precos de listas com data de efeito futura.
    MOVE ZERO TO STQ-PRECO
    MOVE 'N' TO STQ-FIM-PRECOS
    IF PRECOHIST-STATUS NOT = "00"
                    IF PH-ARTIGO NOT = STK-ARTIGO-CODIGO
                        MOVE 'Y' TO STQ-FIM-PRECOS
                    ELSE
                        IF PH-DATA NOT > STQ-DATA
                            MOVE PH-PRECO TO STQ-PRECO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

RASTREAR-LOTE.
*> recolha de um lote pelo fornecedor: mostra o lote, as saidas
*> (data, departamento, quantidade) e permite bloquea-lo.
    DISPLAY "Codigo do artigo: " NO ADVANCING
    ACCEPT STQ-ARTIGO
    DISPLAY "Numero do lote: " NO ADVANCING
    MOVE SPACES TO STQ-LOTE
    ACCEPT STQ-LOTE
    OPEN I-O LOTES-FILE.
    IF LOTES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir LOTES-FILE. Status: " LOTES-STATUS
    ELSE
        MOVE STQ-ARTIGO TO LOT-ARTIGO-CODIGO
        MOVE STQ-LOTE TO LOT-NUMERO
        READ LOTES-FILE KEY IS LOT-CHAVE
            INVALID KEY
                DISPLAY "Lote nao registado."
            NOT INVALID KEY
                DISPLAY "Lote " LOT-NUMERO "  artigo "
                    LOT-ARTIGO-CODIGO "  validade " LOT-DATA-VALIDADE
                DISPLAY "  Fornecedor " LOT-VENDOR-NUMBER
                    "  ordem " LOT-PO-NUMBER
                    "  entrada " LOT-DATA-ENTRADA
                DISPLAY "  Recebido " LOT-QTD-RECEBIDA
                    "  em quarentena " LOT-QTD-QUARENTENA
                    "  saldo " LOT-SALDO
                    "  estado " LOT-ESTADO
                PERFORM LISTAR-SAIDAS-LOTE
                IF LOT-BLOQUEADO
                    DISPLAY "Desbloquear o lote (S/N)? " NO ADVANCING
                ELSE
                    DISPLAY "Bloquear o lote para saidas (S/N)? "
                        NO ADVANCING
                END-IF
                MOVE SPACES TO STQ-RESPOSTA
                ACCEPT STQ-RESPOSTA
                IF STQ-RESPOSTA = "S" OR STQ-RESPOSTA = "s"
                    IF LOT-BLOQUEADO
                        IF LOT-SALDO = ZERO
                            AND LOT-QTD-QUARENTENA > ZERO
                            MOVE "Q" TO LOT-ESTADO
                        ELSE
                            MOVE "D" TO LOT-ESTADO
                        END-IF
                        DISPLAY "Lote desbloqueado."
                    ELSE
                        MOVE "B" TO LOT-ESTADO
                        DISPLAY "Lote bloqueado para saidas."
                    END-IF
                    REWRITE REGISTO-LOTE
                END-IF
        END-READ
        CLOSE LOTES-FILE
    END-IF.

LISTAR-SAIDAS-LOTE.
    MOVE ZERO TO STQ-TOTAL-LISTADOS
    MOVE ZERO TO STQ-TOTAL-RASTREIO
    MOVE 'N' TO STQ-FIM-FICHEIRO
    OPEN INPUT STOCKMOV-FILE.
    IF STOCKMOV-STATUS = "00"
        DISPLAY "-----------------------------------------------"
        DISPLAY " SAIDAS DO LOTE"
        DISPLAY "-----------------------------------------------"
        PERFORM UNTIL STQ-FIM-FICHEIRO = 'Y'
            READ STOCKMOV-FILE NEXT RECORD
                AT END MOVE 'Y' TO STQ-FIM-FICHEIRO
                NOT AT END
                    IF SMV-SAIDA
                        AND SMV-ARTIGO-CODIGO = STQ-ARTIGO
                        AND SMV-LOTE = STQ-LOTE
                        DISPLAY "  " SMV-DATA
                            "  departamento " SMV-DEPARTAMENTO
                            "  quantidade " SMV-QUANTIDADE
                            "  " SMV-REFERENCIA
                        ADD 1 TO STQ-TOTAL-LISTADOS
                        SUBTRACT SMV-QUANTIDADE FROM STQ-TOTAL-RASTREIO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCKMOV-FILE
    END-IF
    DISPLAY "Saidas do lote: " STQ-TOTAL-LISTADOS
        "  quantidade entregue: " STQ-TOTAL-RASTREIO.

COPY "psessao.cbl".

COPY "pprojeto.cbl".

COPY "parmazem.cbl".
