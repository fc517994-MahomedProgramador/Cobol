*>          varias ordens de compra, numeradas sequencialmente.
*>          Cada ordem aceita varias linhas de artigos, gravadas
*>          em VENDORPOLIN.dat, ficando o cabecalho com os totais
*>          da ordem e a primeira linha como resumo. Cada ordem
*>          leva o procedimento de contratacao (ajuste direto,
*>          consulta previa, concurso publico ou chamada ao abrigo
*>          de um contrato-quadro de CONTRATOS.dat) e a categoria
*>          de fornecimento. No ajuste direto soma as ordens
*>          anteriores ao mesmo fornecedor e categoria no ano e
*>          nos dois anteriores: avisa perto do teto legal e
*>          recusa ao atingi-lo. A chamada exige contrato ativo do
*>          fornecedor com remanescente e abate o valor consumido.
*>          A ordem e cada linha podem ser imputadas a um projeto
*>          de investigacao e rubrica elegivel de PROJETOS.dat.
*>          Em ordens em euros o preco de cada linha propoe o
*>          preco do fornecedor em vigor na data da ordem em
*>          PRECOHIST.dat (incluindo as listas de precos
*>          carregadas com data de efeito em importar_catalogo).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slorcamento.cbl".
     COPY "sljournal.cbl".
     COPY "slcambio.cbl".
     COPY "slcontrato.cbl".
     COPY "slvale.cbl".
     COPY "sldespdoc.cbl".
     COPY "sldespdoclin.cbl".
     COPY "slprojeto.cbl".
     COPY "slimputacao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdorcamento.cbl".
  COPY "fdjournal.cbl".
  COPY "fdcambio.cbl".
  COPY "fdcontrato.cbl".
  COPY "fdvale.cbl".
  COPY "fddespdoc.cbl".
  COPY "fddespdoclin.cbl".
  COPY "fdprojeto.cbl".
  COPY "fdimputacao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsorcamento.cbl".
  COPY "wsjournal.cbl".
  COPY "wscambio.cbl".
  COPY "wscontrato.cbl".
  COPY "wsvale.cbl".
  COPY "wsdespdoc.cbl".
  COPY "wsdespdoclin.cbl".
  COPY "wsajuste.cbl".
  COPY "wsprojeto.cbl".
  COPY "wsimputacao.cbl".
  COPY "wsprjimput.cbl".
    77 ADDPO-VENDOR-NUMBER    PIC 9(5).
    77 ADDPO-NUMERO-OK        PIC X VALUE 'N'.
    77 ADDPO-ENCONTROU-VENDOR PIC X VALUE 'N'.
    77 ADDPO-ARTIGO-OK        PIC X VALUE 'N'.
    77 ADDPO-PH-ULTIMO-SEQ    PIC 9(3) VALUE ZERO.
    77 ADDPO-PH-FIM           PIC X VALUE 'N'.
    77 ADDPO-PRECO-VIGOR      PIC 9(5)V99 VALUE ZERO.
    77 ADDPO-DATA-VIGOR       PIC 9(8) VALUE ZERO.
    77 ADDPO-PRECO-ED         PIC ZZZZ9.99.
    77 ADDPO-PRECO-RESPOSTA   PIC X(12).
    77 ADDPO-TOTAL-LINHAS     PIC 9(3) VALUE ZERO.
    77 ADDPO-LDX              PIC 9(3).
    77 ADDPO-MAIS-LINHAS      PIC 9 VALUE 1.
    77 ADDPO-ORC-OK           PIC X VALUE 'S'.
    77 ADDPO-FIM-ORC          PIC X VALUE 'N'.
    77 ADDPO-CONFIRMA-ORC     PIC 9.
    77 ADDPO-PO-GUARDADA      PIC X(150).
    77 ADDPO-MOEDA            PIC X(3) VALUE "EUR".
    77 ADDPO-CAMBIO           PIC 9(5)V9999 VALUE 1.
    77 ADDPO-PROC-OK          PIC X VALUE 'N'.
    77 ADDPO-CCP-OK           PIC X VALUE 'S'.
    77 ADDPO-CONFIRMA-AJD     PIC 9.
    77 ADDPO-REMANESCENTE     PIC S9(9)V99 VALUE ZERO.
    01 ADDPO-LINHAS.
       05 ADDPO-LINHA-ENTRADA OCCURS 20 TIMES.
          10 ADDPO-LIN-ARTIGO     PIC X(8).
          10 ADDPO-LIN-QTD        PIC 9(5).
          10 ADDPO-LIN-PRECO      PIC 9(5)V99.
          10 ADDPO-LIN-VALOR      PIC 9(7)V99.
          10 ADDPO-LIN-PROJETO    PIC X(8).
          10 ADDPO-LIN-PRJ-CAT    PIC X(2).

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvvendordoc.cbl".
COPY "rvorcamento.cbl".
COPY "rvcambio.cbl".
COPY "rvcontrato.cbl".
COPY "rvvale.cbl".
COPY "rvdespdoc.cbl".
COPY "rvdespdoclin.cbl".
COPY "rvprojeto.cbl".
COPY "rvimputacao.cbl".

    ACCEPT ADDPO-LIMITE-ENV FROM ENVIRONMENT "PO_LIMITE_APROVACAO"
    IF ADDPO-LIMITE-ENV NOT = SPACES
        MOVE FUNCTION NUMVAL (ADDPO-LIMITE-ENV)
            TO ADDPO-LIMITE-APROVACAO
    END-IF
    PERFORM CARREGAR-LIMITE-AJUSTE
    PERFORM REGISTAR-VENDOR-PO.
STOP RUN.

    IF ADDPO-ENCONTROU-VENDOR = 'S'
        PERFORM DESCOBRIR-ULTIMO-NUMERO
        PERFORM PEDIR-DADOS-PO
        PERFORM VERIFICAR-PROCEDIMENTO
        IF ADDPO-CCP-OK NOT = 'S'
            DISPLAY "Encomenda nao registada: procedimento de"
                " contratacao nao admitido."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM VERIFICAR-ORCAMENTO
            IF ADDPO-ORC-OK = 'S'
                PERFORM GRAVAR-PO
                MOVE 0 TO RETURN-CODE
            ELSE
                DISPLAY "Encomenda nao registada por falta de"
                    " orcamento."
                MOVE 1 TO RETURN-CODE
            END-IF
        END-IF
    ELSE
        MOVE 1 TO RETURN-CODE
    IF VPO-CAPITAL NOT = "S"
        MOVE "N" TO VPO-CAPITAL
    END-IF.
    PERFORM PEDIR-PROCEDIMENTO-PO.
*> o projeto do cabecalho e a omissao de cada linha; uma ordem
*> pode repartir-se por varios projetos ou rubricas.
    MOVE VPO-DATA TO PJI-DATA
    MOVE SPACES TO PJI-PROJETO-OMISSAO
    MOVE SPACES TO PJI-CATEGORIA-OMISSAO
    PERFORM PEDIR-PROJETO
    MOVE PJI-PROJETO TO VPO-PROJETO
    MOVE PJI-CATEGORIA TO VPO-PRJ-CATEGORIA
    MOVE ZERO TO ADDPO-TOTAL-LINHAS
    MOVE 1 TO ADDPO-MAIS-LINHAS
    PERFORM PEDIR-LINHA-PO
        MOVE "A" TO VPO-ESTADO
    END-IF.

PEDIR-PROCEDIMENTO-PO.
*> procedimento do Codigo dos Contratos Publicos que suporta a
*> ordem; a categoria agrupa os fornecimentos do mesmo tipo para
*> o teto do ajuste direto.
    MOVE 'N' TO ADDPO-PROC-OK
    PERFORM UNTIL ADDPO-PROC-OK = 'S'
        DISPLAY "Procedimento (D - ajuste direto, C - consulta"
            " previa, P - concurso publico, Q - contrato-quadro;"
            " ENTER = D): " NO ADVANCING
        MOVE SPACES TO VPO-PROCEDIMENTO
        ACCEPT VPO-PROCEDIMENTO
        IF VPO-PROCEDIMENTO = SPACES
            MOVE "D" TO VPO-PROCEDIMENTO
        END-IF
        IF VPO-AJUSTE-DIRETO OR VPO-CONSULTA-PREVIA
            OR VPO-CONCURSO-PUBLICO OR VPO-CHAMADA-CONTRATO
            MOVE 'S' TO ADDPO-PROC-OK
        ELSE
            DISPLAY "Procedimento invalido."
        END-IF
    END-PERFORM
    MOVE 'N' TO ADDPO-PROC-OK
    PERFORM UNTIL ADDPO-PROC-OK = 'S'
        DISPLAY "Categoria de fornecimento (ex: INFO, LIMP): "
            NO ADVANCING
        MOVE SPACES TO VPO-CATEGORIA
        ACCEPT VPO-CATEGORIA
        IF VPO-CATEGORIA = SPACES AND VPO-AJUSTE-DIRETO
            DISPLAY "A categoria e obrigatoria no ajuste direto."
        ELSE
            MOVE 'S' TO ADDPO-PROC-OK
        END-IF
    END-PERFORM
    MOVE ZERO TO VPO-CONTRATO
    IF VPO-CHAMADA-CONTRATO
        DISPLAY "Numero do contrato-quadro: " NO ADVANCING
        ACCEPT VPO-CONTRATO
    END-IF.

VERIFICAR-PROCEDIMENTO.
    MOVE 'S' TO ADDPO-CCP-OK
    EVALUATE TRUE
        WHEN VPO-AJUSTE-DIRETO
            PERFORM VERIFICAR-AJUSTE-DIRETO
        WHEN VPO-CHAMADA-CONTRATO
            PERFORM VERIFICAR-CONTRATO-QUADRO
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

VERIFICAR-AJUSTE-DIRETO.
    MOVE ADDPO-VENDOR-NUMBER TO AJD-VENDOR
    MOVE VPO-CATEGORIA TO AJD-CATEGORIA
    MOVE VPO-DATA (1:4) TO AJD-ANO-FIM
    MOVE ZERO TO AJD-EXCLUIR-PO
    MOVE VPO-VALOR-TOTAL TO AJD-VALOR-NOVO
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-PO-FILE indisponivel, ajuste direto"
            " sem verificacao do teto."
    ELSE
        PERFORM APURAR-AJUSTES-DIRETOS
        CLOSE VENDOR-PO-FILE
        MOVE AJD-ACUMULADO TO AJD-VALOR-ED
        DISPLAY "Ajustes diretos " VPO-CATEGORIA " ao fornecedor em "
            AJD-ANO-INICIO "-" AJD-ANO-FIM " (com esta ordem): "
            AJD-VALOR-ED
        EVALUATE TRUE
            WHEN AJD-LIMITE-ATINGIDO
                DISPLAY "Teto legal do ajuste direto atingido ("
                    AJD-LIMITE "). Use consulta previa, concurso"
                    " publico ou contrato-quadro."
                MOVE 'N' TO ADDPO-CCP-OK
            WHEN AJD-PERTO-LIMITE
                DISPLAY "Aviso: o acumulado esta acima de "
                    AJD-PERCENT-AVISO "% do teto legal de "
                    AJD-LIMITE "."
                DISPLAY "Prima 0 para registar mesmo assim ou 1"
                    " para desistir"
                ACCEPT ADDPO-CONFIRMA-AJD
                IF ADDPO-CONFIRMA-AJD NOT = 0
                    MOVE 'N' TO ADDPO-CCP-OK
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

VERIFICAR-CONTRATO-QUADRO.
    MOVE 'N' TO ADDPO-CCP-OK
    OPEN INPUT CONTRATOS-FILE.
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CONTRATOS-FILE. Status: "
            CONTRATOS-STATUS
    ELSE
        MOVE VPO-CONTRATO TO CTR-NUMERO
        READ CONTRATOS-FILE KEY IS CTR-NUMERO
            INVALID KEY
                DISPLAY "Contrato nao encontrado."
            NOT INVALID KEY
                PERFORM VALIDAR-CONTRATO-QUADRO
        END-READ
        CLOSE CONTRATOS-FILE
    END-IF.

VALIDAR-CONTRATO-QUADRO.
    COMPUTE ADDPO-REMANESCENTE =
        CTR-VALOR-TETO - CTR-VALOR-CONSUMIDO
    EVALUATE TRUE
        WHEN CTR-VENDOR-NUMBER NOT = ADDPO-VENDOR-NUMBER
            DISPLAY "O contrato pertence ao fornecedor "
                CTR-VENDOR-NUMBER "."
        WHEN NOT CTR-ATIVO
            DISPLAY "O contrato esta encerrado."
        WHEN VPO-DATA < CTR-DATA-INICIO
            OR VPO-DATA > CTR-DATA-FIM
            DISPLAY "Fora da validade do contrato ("
                CTR-DATA-INICIO " a " CTR-DATA-FIM ")."
        WHEN VPO-VALOR-TOTAL > ADDPO-REMANESCENTE
            MOVE ADDPO-REMANESCENTE TO ADDPO-DISPONIVEL-ED
            DISPLAY "A ordem excede o teto do contrato."
                " Remanescente: " ADDPO-DISPONIVEL-ED
        WHEN OTHER
            MOVE 'S' TO ADDPO-CCP-OK
    END-EVALUATE.

ABATER-CONTRATO-QUADRO.
    OPEN I-O CONTRATOS-FILE.
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir CONTRATOS-FILE. Status: "
            CONTRATOS-STATUS
    ELSE
        MOVE VPO-CONTRATO TO CTR-NUMERO
        READ CONTRATOS-FILE KEY IS CTR-NUMERO
            INVALID KEY
                DISPLAY "Aviso: contrato " VPO-CONTRATO
                    " nao encontrado, consumo nao abatido."
            NOT INVALID KEY
                ADD VPO-VALOR-TOTAL TO CTR-VALOR-CONSUMIDO
                REWRITE REGISTO-CONTRATO
        END-READ
        CLOSE CONTRATOS-FILE
    END-IF.

PEDIR-MOEDA-PO.
*> os precos das linhas sao digitados na moeda da ordem; o
*> contravalor em euros sai da taxa de CAMBIOS.dat
    MOVE VPO-DESCRICAO TO ADDPO-LIN-DESCRICAO (ADDPO-TOTAL-LINHAS)
    DISPLAY "Introduza a quantidade: " NO ADVANCING
    ACCEPT ADDPO-LIN-QTD (ADDPO-TOTAL-LINHAS)
    MOVE ZERO TO ADDPO-PRECO-VIGOR
    IF ADDPO-MOEDA = "EUR"
        PERFORM PROCURAR-PRECO-EM-VIGOR
    END-IF
    IF ADDPO-PRECO-VIGOR > ZERO
        MOVE ADDPO-PRECO-VIGOR TO ADDPO-PRECO-ED
        DISPLAY "Preco do fornecedor em vigor desde "
            ADDPO-DATA-VIGOR ": " ADDPO-PRECO-ED
        DISPLAY "Introduza o preco unitario (ENTER = preco em"
            " vigor): " NO ADVANCING
        MOVE SPACES TO ADDPO-PRECO-RESPOSTA
        ACCEPT ADDPO-PRECO-RESPOSTA
        IF ADDPO-PRECO-RESPOSTA = SPACES
            MOVE ADDPO-PRECO-VIGOR
                TO ADDPO-LIN-PRECO (ADDPO-TOTAL-LINHAS)
        ELSE
            MOVE FUNCTION NUMVAL (ADDPO-PRECO-RESPOSTA)
                TO ADDPO-LIN-PRECO (ADDPO-TOTAL-LINHAS)
        END-IF
    ELSE
        DISPLAY "Introduza o preco unitario: " NO ADVANCING
        ACCEPT ADDPO-LIN-PRECO (ADDPO-TOTAL-LINHAS)
    END-IF
    COMPUTE ADDPO-LIN-VALOR (ADDPO-TOTAL-LINHAS) ROUNDED =
        ADDPO-LIN-QTD (ADDPO-TOTAL-LINHAS)
        * ADDPO-LIN-PRECO (ADDPO-TOTAL-LINHAS)
        * ADDPO-CAMBIO
    MOVE VPO-PROJETO TO PJI-PROJETO-OMISSAO
    MOVE VPO-PRJ-CATEGORIA TO PJI-CATEGORIA-OMISSAO
    PERFORM PEDIR-PROJETO
    MOVE PJI-PROJETO TO ADDPO-LIN-PROJETO (ADDPO-TOTAL-LINHAS)
    MOVE PJI-CATEGORIA TO ADDPO-LIN-PRJ-CAT (ADDPO-TOTAL-LINHAS)
    DISPLAY "Prima 1 para adicionar outra linha ou 0 para terminar"
    ACCEPT ADDPO-MAIS-LINHAS.

        PERFORM REGISTAR-DIARIO
        CLOSE VENDOR-PO-FILE
        PERFORM GRAVAR-LINHAS-PO
        IF VPO-CHAMADA-CONTRATO
            PERFORM ABATER-CONTRATO-QUADRO
        END-IF
        DISPLAY "Ordem de compra " VPO-PO-NUMBER " registada com sucesso."
            " Valor total: " VPO-VALOR-TOTAL
    END-IF.
                            DISPLAY "Artigo: " ART-DESCRICAO
                                " (" ART-UNIDADE ")"
                        ELSE
                            IF ART-PENDENTE
                                DISPLAY "Artigo novo pendente de"
                                    " aprovacao."
                            ELSE
                                DISPLAY "Artigo inativo."
                            END-IF
                        END-IF
                END-READ
                CLOSE ARTIGOS-FILE
        END-IF
    END-PERFORM.

PROCURAR-PRECO-EM-VIGOR.
*> preco do fornecedor em vigor na data da ordem: o registo de
*> PRECOHIST.dat com a data mais recente nao posterior a ela (em
*> datas iguais, o ultimo gravado).
    MOVE ZERO TO ADDPO-DATA-VIGOR
    PERFORM GARANTIR-PRECOHIST-FILE
    OPEN INPUT PRECOHIST-FILE.
    IF PRECOHIST-STATUS = "00"
        MOVE 'N' TO ADDPO-PH-FIM
        MOVE VPO-ARTIGO-CODIGO TO PH-ARTIGO
        MOVE ADDPO-VENDOR-NUMBER TO PH-VENDOR
        MOVE ZERO TO PH-SEQ
        START PRECOHIST-FILE KEY IS NOT LESS THAN PH-CHAVE
            INVALID KEY
                MOVE 'Y' TO ADDPO-PH-FIM
        END-START
        PERFORM UNTIL ADDPO-PH-FIM = 'Y'
            READ PRECOHIST-FILE NEXT RECORD
                AT END MOVE 'Y' TO ADDPO-PH-FIM
                NOT AT END
                    IF PH-ARTIGO NOT = VPO-ARTIGO-CODIGO
                        OR PH-VENDOR NOT = ADDPO-VENDOR-NUMBER
                        MOVE 'Y' TO ADDPO-PH-FIM
                    ELSE
                        IF PH-DATA NOT > VPO-DATA
                            AND PH-DATA NOT < ADDPO-DATA-VIGOR
                            MOVE PH-DATA TO ADDPO-DATA-VIGOR
                            MOVE PH-PRECO TO ADDPO-PRECO-VIGOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRECOHIST-FILE
    END-IF.

GRAVAR-PRECO-HISTORICO.
    PERFORM GARANTIR-PRECOHIST-FILE
    MOVE ZERO TO ADDPO-PH-ULTIMO-SEQ
            MOVE ADDPO-LIN-QTD (ADDPO-LDX) TO VPL-QUANTIDADE
            MOVE ADDPO-LIN-PRECO (ADDPO-LDX) TO VPL-PRECO-UNITARIO
            MOVE ADDPO-LIN-VALOR (ADDPO-LDX) TO VPL-VALOR
            MOVE ADDPO-LIN-PROJETO (ADDPO-LDX) TO VPL-PROJETO
            MOVE ADDPO-LIN-PRJ-CAT (ADDPO-LDX) TO VPL-PRJ-CATEGORIA
            WRITE REGISTO-VENDOR-PO-LIN
        END-PERFORM
        CLOSE VENDOR-PO-LIN-FILE
        END-PERFORM
        CLOSE VENDOR-PO-FILE
    END-IF
*> os vales de caixa dos fundos de maneio ja gastaram dotacao.
    MOVE 'N' TO ADDPO-FIM-ORC
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS = "00"
        PERFORM UNTIL ADDPO-FIM-ORC = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO ADDPO-FIM-ORC
                NOT AT END
                    IF VLC-DEPT-ORCAMENTO = ADDPO-DEPARTAMENTO
                        AND VLC-DATA (1:4) = ADDPO-ANO-PO
                        ADD VLC-VALOR TO ADDPO-COMPROMETIDO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF
*> e as despesas de docentes aprovadas ou pagas pela rubrica.
    MOVE 'N' TO ADDPO-FIM-ORC
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS = "00"
        OPEN INPUT DESPESAS-DOC-FILE
        PERFORM UNTIL ADDPO-FIM-ORC = 'Y'
            READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO ADDPO-FIM-ORC
                NOT AT END
                    IF DSL-CENTRO = ADDPO-DEPARTAMENTO
                        PERFORM SOMAR-DESPESA-DOCENTE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF
*> e os consumos de armazem ja imputados ao departamento.
    MOVE 'N' TO ADDPO-FIM-ORC
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS = "00"
        PERFORM UNTIL ADDPO-FIM-ORC = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO ADDPO-FIM-ORC
                NOT AT END
                    IF IMP-DEPARTAMENTO = ADDPO-DEPARTAMENTO
                        AND IMP-PERIODO (1:4) = ADDPO-ANO-PO
                        ADD IMP-VALOR TO ADDPO-COMPROMETIDO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF
    MOVE ADDPO-PO-GUARDADA TO REGISTO-VENDOR-PO.

SOMAR-DESPESA-DOCENTE.
    MOVE DSL-DOC-ID TO DSD-DOC-ID
    MOVE DSL-NUMERO TO DSD-NUMERO
    READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSD-DATA (1:4) = ADDPO-ANO-PO
                AND (DSD-APROVADA OR DSD-PAGA)
                ADD DSL-VALOR TO ADDPO-COMPROMETIDO
            END-IF
    END-READ.

COPY "pjournal.cbl".

COPY "pprojeto.cbl".

COPY "pajuste.cbl".
