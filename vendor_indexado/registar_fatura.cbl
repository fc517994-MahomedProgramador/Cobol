*>          tolerancia configurada sao aprovadas automaticamente;
*>          as divergentes ficam em estado de excecao e sao
*>          escritas no relatorio FATURAS-EXCECOES.dat para
*>          analise. Nos fornecedores sujeitos a retencao na fonte
*>          a fatura grava a taxa e o valor retido sobre o valor
*>          liquido, que a corrida de pagamentos nao entrega.
*>          Faturas de encargos recorrentes (ordem levantada por
*>          gerar_recorrentes) nao tem rececao: sao conferidas com
*>          o valor e a taxa de IVA previstos em PREVISTOS.dat,
*>          com a tolerancia do encargo, e fecham o previsto.
*>          A fatura herda o projeto de investigacao e a rubrica
*>          da ordem, que o operador pode confirmar ou alterar.
*>          Faturas datadas num exercicio ja fechado por
*>          fechar_ano (FECHOSANO.dat) sao recusadas.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slfatura.cbl".
     COPY "sldevolucao.cbl".
     COPY "sladiantamento.cbl".
     COPY "slprevisto.cbl".
     COPY "slprojeto.cbl".
     COPY "slfechoano.cbl".

     SELECT EXCECOES-FILE
         ASSIGN TO "FATURAS-EXCECOES.dat"
  COPY "fdfatura.cbl".
  COPY "fddevolucao.cbl".
  COPY "fdadiantamento.cbl".
  COPY "fdprevisto.cbl".
  COPY "fdprojeto.cbl".
  COPY "fdfechoano.cbl".

  FD EXCECOES-FILE.
  01 LINHA-EXCECAO           PIC X(120).
  COPY "wsfatura.cbl".
  COPY "wsdevolucao.cbl".
  COPY "wsadiantamento.cbl".
  COPY "wsprevisto.cbl".
  COPY "wsprojeto.cbl".
  COPY "wsprjimput.cbl".
  COPY "wsfechoano.cbl".
    77 RF-VENDOR-NUMBER      PIC 9(5).
    77 RF-NUMERO-FATURA      PIC X(10).
    77 RF-PO-NUMBER          PIC 9(5).
    77 RF-CAMBIO             PIC 9(5)V9999 VALUE 1.
    77 RF-PRECO-PO           PIC 9(5)V99.
    77 RF-VALOR-DOC          PIC 9(7)V99.
    77 RF-TAXA-RETENCAO      PIC 9(2)V99 VALUE ZERO.
    77 RF-RECORRENTE         PIC X VALUE 'N'.
    77 RF-PREVISTO           PIC 9(7)V99 VALUE ZERO.
    77 RF-TAXA-IVA-PREVISTA  PIC 9(2)V99 VALUE ZERO.
    77 RF-TOLERANCIA-PREV    PIC 9(2)V99 VALUE ZERO.
    77 RF-JA-FATURADO        PIC X VALUE 'N'.
    77 RF-PROJETO            PIC X(8) VALUE SPACES.
    77 RF-PRJ-CATEGORIA      PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvfatura.cbl".
COPY "rvdevolucao.cbl".
COPY "rvadiantamento.cbl".
COPY "rvprevisto.cbl".
COPY "rvprojeto.cbl".
COPY "rvfechoano.cbl".

    PERFORM REGISTAR-FATURA.
GOBACK.
        ACCEPT RF-PO-NUMBER
        DISPLAY "Data da fatura (AAAAMMDD): " NO ADVANCING
        ACCEPT RF-DATA
        MOVE RF-DATA (1:4) TO FCA-ANO-TESTE
        PERFORM VERIFICAR-ANO-FECHADO
        IF FCA-ANO-FECHADO = 'S'
            DISPLAY "Exercicio " FCA-ANO-TESTE
                " fechado: nao se registam faturas com essa data."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM CAPTAR-E-CONFERIR-FATURA
        END-IF
    ELSE
        MOVE 1 TO RETURN-CODE
    END-IF.

CAPTAR-E-CONFERIR-FATURA.
    DISPLAY "Quantidade faturada: " NO ADVANCING
    ACCEPT RF-QUANTIDADE
    DISPLAY "Valor total da fatura: " NO ADVANCING
    ACCEPT RF-VALOR
    PERFORM PEDIR-DADOS-IVA
    DISPLAY "Tolerancia de conferencia em % (ENTER = 2.00): "
        NO ADVANCING
    ACCEPT RF-RESPOSTA
    IF RF-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (RF-RESPOSTA) TO RF-TOLERANCIA
    END-IF
    PERFORM LER-PO-FATURA
    IF RF-IVA-OK = 'N'
        MOVE 'N' TO RF-PO-OK
    END-IF
    IF RF-PO-OK = 'S'
        PERFORM CAPTAR-MOEDA-FATURA
        PERFORM CAPTAR-PROJETO-FATURA
        PERFORM LER-ENCARGO-PREVISTO
        IF RF-RECORRENTE = 'S'
            PERFORM CONFERIR-ENCARGO-RECORRENTE
        ELSE
            PERFORM SOMAR-RECECOES-FATURA
            PERFORM CONFERIR-TRES-VIAS
        END-IF
        PERFORM GRAVAR-FATURA
        IF RF-GRAVOU = 'S' AND RF-RECORRENTE = 'S'
            PERFORM FECHAR-ENCARGO-PREVISTO
        END-IF
        IF RF-GRAVOU = 'S'
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 1 TO RETURN-CODE
        END-IF
                    IF VENDOR-PRAZO-DIAS NUMERIC
                        MOVE VENDOR-PRAZO-DIAS TO RF-PRAZO-DIAS
                    END-IF
                    IF VENDOR-COM-RETENCAO
                        AND VENDOR-TAXA-RETENCAO NUMERIC
                        MOVE VENDOR-TAXA-RETENCAO TO RF-TAXA-RETENCAO
                    END-IF
            END-READ
            CLOSE VENDOR-FILE
        END-IF.
        ACCEPT RF-VALOR-MOEDA
    END-IF.

CAPTAR-PROJETO-FATURA.
*> a fatura herda o projeto e a rubrica do cabecalho da ordem;
*> o operador pode confirmar ou imputar a outro projeto.
    MOVE RF-DATA TO PJI-DATA
    MOVE VPO-PROJETO TO PJI-PROJETO-OMISSAO
    MOVE VPO-PRJ-CATEGORIA TO PJI-CATEGORIA-OMISSAO
    PERFORM PEDIR-PROJETO
    MOVE PJI-PROJETO TO RF-PROJETO
    MOVE PJI-CATEGORIA TO RF-PRJ-CATEGORIA.

SOMAR-RECECOES-FATURA.
    MOVE ZERO TO RF-QTD-RECEBIDA
    MOVE 'N' TO RF-FIM-FICHEIRO
        END-IF
    END-IF.

LER-ENCARGO-PREVISTO.
    MOVE 'N' TO RF-RECORRENTE
    MOVE 'N' TO RF-JA-FATURADO
    OPEN INPUT PREVISTOS-FILE.
    IF PREVISTOS-STATUS = "00"
        MOVE RF-VENDOR-NUMBER TO PRV-VENDOR-NUMBER
        MOVE RF-PO-NUMBER TO PRV-PO-NUMBER
        READ PREVISTOS-FILE KEY IS PRV-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO RF-RECORRENTE
                MOVE PRV-VALOR TO RF-PREVISTO
                MOVE PRV-TAXA-IVA TO RF-TAXA-IVA-PREVISTA
                MOVE PRV-TOLERANCIA TO RF-TOLERANCIA-PREV
                IF PRV-FATURADO
                    MOVE 'S' TO RF-JA-FATURADO
                END-IF
        END-READ
        CLOSE PREVISTOS-FILE
    END-IF.

CONFERIR-ENCARGO-RECORRENTE.
*> encargo recorrente: sem rececao a conferir, a fatura e
*> comparada com o valor liquido previsto do periodo; a
*> tolerancia e a do encargo quando definida.
    MOVE 'N' TO RF-TEM-EXCECAO
    MOVE SPACES TO RF-MOTIVO-EXCECAO
    DISPLAY "Ordem de encargo recorrente: conferencia com o"
        " valor previsto (" RF-PREVISTO ")."
    IF RF-TOLERANCIA-PREV > ZERO
        MOVE RF-TOLERANCIA-PREV TO RF-TOLERANCIA
    END-IF
    IF RF-JA-FATURADO = 'S'
        MOVE 'S' TO RF-TEM-EXCECAO
        MOVE "ENCARGO RECORRENTE JA FATURADO NO PERIODO"
            TO RF-MOTIVO-EXCECAO
        PERFORM ESCREVER-EXCECAO
    END-IF
    IF RF-PREVISTO = ZERO
        MOVE ZERO TO RF-DESVIO
    ELSE
        COMPUTE RF-DESVIO ROUNDED =
            ((FUNCTION ABS (RF-VALOR-LIQUIDO - RF-PREVISTO))
            * 100) / RF-PREVISTO
            ON SIZE ERROR
                MOVE 999.99 TO RF-DESVIO
        END-COMPUTE
    END-IF
    IF RF-DESVIO > RF-TOLERANCIA
        MOVE 'S' TO RF-TEM-EXCECAO
        MOVE "VALOR FORA DA TOLERANCIA DO ENCARGO PREVISTO"
            TO RF-MOTIVO-EXCECAO
        PERFORM ESCREVER-EXCECAO
    END-IF
    IF RF-TAXA-IVA NOT = RF-TAXA-IVA-PREVISTA
        MOVE 'S' TO RF-TEM-EXCECAO
        MOVE "TAXA DE IVA DIFERENTE DA DO ENCARGO PREVISTO"
            TO RF-MOTIVO-EXCECAO
        PERFORM ESCREVER-EXCECAO
    END-IF.

FECHAR-ENCARGO-PREVISTO.
*> o previsto fica faturado e a ordem do periodo passa de
*> comprometida a gasta no orcamento.
    MOVE ZERO TO PREVISTOS-TENTATIVAS
    MOVE "99" TO PREVISTOS-STATUS
    PERFORM UNTIL PREVISTOS-STATUS = "00"
        OR PREVISTOS-TENTATIVAS = 5
        OPEN I-O PREVISTOS-FILE
        IF PREVISTOS-STATUS NOT = "00"
            ADD 1 TO PREVISTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PREVISTOS-STATUS = "00"
        MOVE RF-VENDOR-NUMBER TO PRV-VENDOR-NUMBER
        MOVE RF-PO-NUMBER TO PRV-PO-NUMBER
        READ PREVISTOS-FILE KEY IS PRV-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PRV-POR-FATURAR
                    MOVE "F" TO PRV-ESTADO
                    MOVE RF-NUMERO-FATURA TO PRV-FAT-NUMERO
                    MOVE RF-VALOR-LIQUIDO TO PRV-VALOR-FATURADO
                    REWRITE REGISTO-PREVISTO
                END-IF
        END-READ
        CLOSE PREVISTOS-FILE
    END-IF
    MOVE ZERO TO VPO-TENTATIVAS
    MOVE "99" TO VPO-STATUS
    PERFORM UNTIL VPO-STATUS = "00" OR VPO-TENTATIVAS = 5
        OPEN I-O VENDOR-PO-FILE
        IF VPO-STATUS NOT = "00"
            ADD 1 TO VPO-TENTATIVAS
        END-IF
    END-PERFORM
    IF VPO-STATUS = "00"
        MOVE RF-VENDOR-NUMBER TO VPO-VENDOR-NUMBER
        MOVE RF-PO-NUMBER TO VPO-PO-NUMBER
        READ VENDOR-PO-FILE KEY IS VPO-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF VPO-ABERTA
                    MOVE "R" TO VPO-ESTADO
                    REWRITE REGISTO-VENDOR-PO
                END-IF
        END-READ
        CLOSE VENDOR-PO-FILE
    END-IF.

ESCREVER-EXCECAO.
    OPEN EXTEND EXCECOES-FILE
    MOVE SPACES TO LINHA-EXCECAO
        MOVE SPACE TO FAT-CONF-BANCO
        MOVE "N" TO FAT-SUSPENSA
        MOVE ZERO TO FAT-ADIANTAMENTO
        MOVE RF-TAXA-RETENCAO TO FAT-TAXA-RETENCAO
        MOVE RF-PROJETO TO FAT-PROJETO
        MOVE RF-PRJ-CATEGORIA TO FAT-PRJ-CATEGORIA
        COMPUTE FAT-RETENCAO ROUNDED =
            RF-VALOR-LIQUIDO * RF-TAXA-RETENCAO / 100
*> a data de vencimento sai dos termos de pagamento do fornecedor
*> (prazo em dias em VENDOR-RECORD); sem prazo registado vence na
*> data da fatura, como a corrida sempre assumiu.
                    " para o fornecedor."
            NOT INVALID KEY
                MOVE 'S' TO RF-GRAVOU
                IF FAT-RETENCAO > ZERO
                    DISPLAY "Retencao na fonte de " FAT-TAXA-RETENCAO
                        "%: " FAT-RETENCAO " a entregar ao Estado."
                END-IF
*> o adiantamento so se compensa com a fatura efetivamente
*> gravada: num duplicado o adiantamento continua aberto.
                PERFORM COMPENSAR-ADIANTAMENTO
        END-WRITE
        CLOSE FATURAS-FILE
    END-IF.

COPY "pprojeto.cbl".

COPY "pfechoano.cbl".
