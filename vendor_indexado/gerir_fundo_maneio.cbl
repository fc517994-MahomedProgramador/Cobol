*>****************************************************************
*> Author:
*> Date:
*> Purpose: fundos de maneio (caixa) por departamento. Cada fundo
*>          (FUNDOSMANEIO.dat) tem o valor fixo, o custodio e o
*>          numero de fornecedor do custodio para o reembolso; as
*>          despesas pagas pelo fundo ficam em vales de caixa
*>          (VALESCAIXA.dat) com data, fornecedor, IVA, valor e a
*>          rubrica de orcamento (departamento) a que se imputam
*>          e, sendo despesa de projeto de investigacao, o projeto
*>          e a rubrica elegivel.
*>          Quando o saldo desce abaixo do limiar emite-se o
*>          pedido de reconstituicao: uma fatura FM para o
*>          custodio, ja aprovada, que segue na corrida normal de
*>          pagamentos_fornecedores e repoe o saldo. Os vales
*>          contam na execucao do orcamento (orcamento_relatorio)
*>          e entram no resumo mensal (mensal_gl).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_fundo_maneio.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slfundo.cbl".
     COPY "slvale.cbl".
     COPY "slfatura.cbl".
     COPY "slvendor.cbl".
     COPY "slprojeto.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdfundo.cbl".
  COPY "fdvale.cbl".
  COPY "fdfatura.cbl".
  COPY "fdvendor.cbl".
  COPY "fdprojeto.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsfundo.cbl".
  COPY "wsvale.cbl".
  COPY "wsfatura.cbl".
  COPY "wsvendor.cbl".
  COPY "wsprojeto.cbl".
  COPY "wsprjimput.cbl".
  COPY "wssessao.cbl".
    77 GFM-OPCAO             PIC 9 VALUE ZERO.
    77 GFM-SAIR              PIC X VALUE 'N'.
    77 GFM-DEPARTAMENTO      PIC X(4).
    77 GFM-FUNDO-OK          PIC X VALUE 'N'.
    77 GFM-NOVO              PIC X VALUE 'N'.
    77 GFM-DADOS-OK          PIC X VALUE 'N'.
    77 GFM-VENDOR-OK         PIC X VALUE 'N'.
    77 GFM-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GFM-FIM-VALES         PIC X VALUE 'N'.
    77 GFM-RESPOSTA          PIC X(6).
    77 GFM-DATA-HOJE         PIC 9(8).
    77 GFM-VALOR-ANTIGO      PIC 9(5)V99 VALUE ZERO.
    77 GFM-NOVO-SALDO        PIC S9(6)V99 VALUE ZERO.
    77 GFM-LIMIAR            PIC 9(5)V99 VALUE ZERO.
    77 GFM-TOTAL-VALES       PIC 9(7)V99 VALUE ZERO.
    77 GFM-NUM-VALES         PIC 9(4) VALUE ZERO.
    77 GFM-TOTAL-FUNDOS      PIC 9(4) VALUE ZERO.
    77 GFM-PEDIDO            PIC X(10).
    77 GFM-PEDIDO-SEQ        PIC 9(4).
    77 GFM-GRAVOU-FATURA     PIC X VALUE 'N'.
    77 GFM-VALES-ABERTO      PIC X VALUE 'N'.
    77 GFM-VALOR-ED          PIC Z(4)9.99.
    77 GFM-TOTAL-ED          PIC Z(6)9.99.

PROCEDURE DIVISION.
COPY "rvfundo.cbl".
COPY "rvvale.cbl".
COPY "rvfatura.cbl".
COPY "rvvendor.cbl".
COPY "rvprojeto.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GFM-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-FUNDOS-MANEIO
    PERFORM UNTIL GFM-SAIR = 'Y'
        PERFORM MENU-FUNDO-MANEIO
    END-PERFORM.
GOBACK.

MENU-FUNDO-MANEIO.
    DISPLAY "==================================="
    DISPLAY "    FUNDOS DE MANEIO"
    DISPLAY "==================================="
    DISPLAY "1 - Criar ou alterar fundo"
    DISPLAY "2 - Registar vale de caixa"
    DISPLAY "3 - Situacao dos fundos"
    DISPLAY "4 - Pedido de reconstituicao"
    DISPLAY "5 - Listar vales de um fundo"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GFM-OPCAO
    EVALUATE GFM-OPCAO
        WHEN 1
            PERFORM CRIAR-ALTERAR-FUNDO
        WHEN 2
            PERFORM REGISTAR-VALE
        WHEN 3
            PERFORM SITUACAO-FUNDOS
        WHEN 4
            PERFORM PEDIDO-RECONSTITUICAO
        WHEN 5
            PERFORM LISTAR-VALES
        WHEN 0
            MOVE 'Y' TO GFM-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-FUNDOS-MANEIO.
    OPEN INPUT FUNDOS-MANEIO-FILE.
    IF FUNDOS-MANEIO-STATUS = "35"
        OPEN OUTPUT FUNDOS-MANEIO-FILE
        CLOSE FUNDOS-MANEIO-FILE
    ELSE
        IF FUNDOS-MANEIO-STATUS = "00"
            CLOSE FUNDOS-MANEIO-FILE
        END-IF
    END-IF
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS = "35"
        OPEN OUTPUT VALES-CAIXA-FILE
        CLOSE VALES-CAIXA-FILE
    ELSE
        IF VALES-CAIXA-STATUS = "00"
            CLOSE VALES-CAIXA-FILE
        END-IF
    END-IF.

CRIAR-ALTERAR-FUNDO.
    DISPLAY "Departamento: " NO ADVANCING
    ACCEPT GFM-DEPARTAMENTO
    IF GFM-DEPARTAMENTO = SPACES
        DISPLAY "Departamento invalido."
    ELSE
        OPEN I-O FUNDOS-MANEIO-FILE
        IF FUNDOS-MANEIO-STATUS NOT = "00"
            DISPLAY "Erro ao abrir FUNDOS-MANEIO-FILE. Status: "
                FUNDOS-MANEIO-STATUS
        ELSE
            MOVE GFM-DEPARTAMENTO TO FDM-DEPARTAMENTO
            READ FUNDOS-MANEIO-FILE KEY IS FDM-DEPARTAMENTO
                INVALID KEY
                    MOVE 'S' TO GFM-NOVO
                    MOVE ZERO TO GFM-VALOR-ANTIGO
                    INITIALIZE REGISTO-FUNDO-MANEIO
                    MOVE GFM-DEPARTAMENTO TO FDM-DEPARTAMENTO
                    MOVE ZERO TO FDM-SALDO
                    MOVE ZERO TO FDM-EM-REEMBOLSO
                    MOVE ZERO TO FDM-ULTIMO-VALE
                    MOVE ZERO TO FDM-ULTIMO-PEDIDO
                    MOVE "A" TO FDM-ESTADO
                NOT INVALID KEY
                    MOVE 'N' TO GFM-NOVO
                    MOVE FDM-VALOR-FUNDO TO GFM-VALOR-ANTIGO
                    PERFORM MOSTRAR-FUNDO
            END-READ
            PERFORM PEDIR-DADOS-FUNDO
            IF GFM-DADOS-OK = 'S'
                IF GFM-NOVO = 'S'
                    WRITE REGISTO-FUNDO-MANEIO
                        INVALID KEY
                            DISPLAY "Erro: fundo duplicado."
                        NOT INVALID KEY
                            DISPLAY "Fundo de maneio "
                                GFM-DEPARTAMENTO " criado."
                    END-WRITE
                ELSE
                    REWRITE REGISTO-FUNDO-MANEIO
                    DISPLAY "Fundo de maneio " GFM-DEPARTAMENTO
                        " alterado."
                END-IF
            END-IF
            CLOSE FUNDOS-MANEIO-FILE
        END-IF
    END-IF.

PEDIR-DADOS-FUNDO.
*> o valor do fundo e fixo: aumentar ou reduzir o fundo mexe no
*> saldo em caixa pela diferenca, nunca nos vales ja pagos.
    MOVE 'S' TO GFM-DADOS-OK
    DISPLAY "Valor do fundo: " NO ADVANCING
    ACCEPT FDM-VALOR-FUNDO
    DISPLAY "Custodio: " NO ADVANCING
    ACCEPT FDM-CUSTODIO
    DISPLAY "Fornecedor do custodio (para o reembolso): "
        NO ADVANCING
    ACCEPT FDM-VENDOR-NUMBER
    DISPLAY "Limiar de reconstituicao em % do fundo (ENTER = 25): "
        NO ADVANCING
    MOVE SPACES TO GFM-RESPOSTA
    ACCEPT GFM-RESPOSTA
    IF GFM-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GFM-RESPOSTA) TO FDM-LIMIAR-PCT
    ELSE
        MOVE 25 TO FDM-LIMIAR-PCT
    END-IF
    IF GFM-NOVO = 'N'
        DISPLAY "Encerrar o fundo (S/N)? " NO ADVANCING
        ACCEPT GFM-RESPOSTA
        IF GFM-RESPOSTA (1:1) = "S" OR GFM-RESPOSTA (1:1) = "s"
            MOVE "E" TO FDM-ESTADO
        ELSE
            MOVE "A" TO FDM-ESTADO
        END-IF
    END-IF
    PERFORM VERIFICAR-CUSTODIO
    COMPUTE GFM-NOVO-SALDO =
        FDM-SALDO + FDM-VALOR-FUNDO - GFM-VALOR-ANTIGO
    EVALUATE TRUE
        WHEN FDM-VALOR-FUNDO NOT NUMERIC OR FDM-VALOR-FUNDO = ZERO
            DISPLAY "Valor do fundo invalido."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN FDM-CUSTODIO = SPACES
            DISPLAY "O custodio e obrigatorio."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN GFM-VENDOR-OK NOT = 'S'
            MOVE 'N' TO GFM-DADOS-OK
        WHEN FDM-LIMIAR-PCT NOT NUMERIC
            DISPLAY "Limiar invalido."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN GFM-NOVO-SALDO < ZERO
            DISPLAY "O fundo nao pode descer abaixo do que ja"
                " esta gasto em vales; reconstitua primeiro."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN OTHER
            MOVE GFM-NOVO-SALDO TO FDM-SALDO
    END-EVALUATE.

VERIFICAR-CUSTODIO.
    MOVE 'N' TO GFM-VENDOR-OK
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-FILE. Status: "
            VENDOR-FILE-STATUS
    ELSE
        MOVE FDM-VENDOR-NUMBER TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                DISPLAY "Fornecedor do custodio nao encontrado."
            NOT INVALID KEY
                IF VENDOR-ATIVO
                    MOVE 'S' TO GFM-VENDOR-OK
                    IF VENDOR-IBAN = SPACES
                        DISPLAY "Aviso: fornecedor " VENDOR-NUMBER
                            " sem IBAN; o reembolso nao sai na"
                            " corrida de pagamentos."
                    END-IF
                ELSE
                    DISPLAY "Fornecedor do custodio inativo."
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

MOSTRAR-FUNDO.
    MOVE FDM-VALOR-FUNDO TO GFM-VALOR-ED
    DISPLAY "Fundo " FDM-DEPARTAMENTO "  custodio " FDM-CUSTODIO
        "  fornecedor " FDM-VENDOR-NUMBER "  estado " FDM-ESTADO
    DISPLAY "  valor do fundo " GFM-VALOR-ED NO ADVANCING
    MOVE FDM-SALDO TO GFM-VALOR-ED
    DISPLAY "  saldo " GFM-VALOR-ED NO ADVANCING
    MOVE FDM-EM-REEMBOLSO TO GFM-VALOR-ED
    DISPLAY "  em reembolso " GFM-VALOR-ED
        "  limiar " FDM-LIMIAR-PCT "%".

REGISTAR-VALE.
    DISPLAY "Departamento do fundo: " NO ADVANCING
    ACCEPT GFM-DEPARTAMENTO
    OPEN I-O FUNDOS-MANEIO-FILE
    IF FUNDOS-MANEIO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FUNDOS-MANEIO-FILE. Status: "
            FUNDOS-MANEIO-STATUS
    ELSE
        MOVE 'N' TO GFM-FUNDO-OK
        MOVE GFM-DEPARTAMENTO TO FDM-DEPARTAMENTO
        READ FUNDOS-MANEIO-FILE KEY IS FDM-DEPARTAMENTO
            INVALID KEY
                DISPLAY "Fundo de maneio nao encontrado."
            NOT INVALID KEY
                IF FDM-ATIVO
                    MOVE 'S' TO GFM-FUNDO-OK
                ELSE
                    DISPLAY "Fundo de maneio encerrado."
                END-IF
        END-READ
        IF GFM-FUNDO-OK = 'S'
            PERFORM PEDIR-DADOS-VALE
            IF GFM-DADOS-OK = 'S'
                PERFORM GRAVAR-VALE
            END-IF
        END-IF
        CLOSE FUNDOS-MANEIO-FILE
    END-IF.

PEDIR-DADOS-VALE.
    MOVE 'S' TO GFM-DADOS-OK
    INITIALIZE REGISTO-VALE-CAIXA
    DISPLAY "Data da despesa (AAAAMMDD, 0 = hoje): " NO ADVANCING
    ACCEPT VLC-DATA
    IF VLC-DATA NOT NUMERIC OR VLC-DATA = ZERO
        MOVE GFM-DATA-HOJE TO VLC-DATA
    END-IF
    DISPLAY "Fornecedor (texto do recibo): " NO ADVANCING
    ACCEPT VLC-FORNECEDOR
    DISPLAY "Descricao: " NO ADVANCING
    ACCEPT VLC-DESCRICAO
    DISPLAY "Valor sem IVA: " NO ADVANCING
    ACCEPT VLC-VALOR-LIQUIDO
    DISPLAY "Taxa de IVA (%): " NO ADVANCING
    ACCEPT VLC-TAXA-IVA
    DISPLAY "Rubrica de orcamento (departamento, ENTER = "
        FDM-DEPARTAMENTO "): " NO ADVANCING
    ACCEPT VLC-DEPT-ORCAMENTO
    IF VLC-DEPT-ORCAMENTO = SPACES
        MOVE FDM-DEPARTAMENTO TO VLC-DEPT-ORCAMENTO
    END-IF
    MOVE VLC-DATA TO PJI-DATA
    MOVE SPACES TO PJI-PROJETO-OMISSAO
    MOVE SPACES TO PJI-CATEGORIA-OMISSAO
    PERFORM PEDIR-PROJETO
    MOVE PJI-PROJETO TO VLC-PROJETO
    MOVE PJI-CATEGORIA TO VLC-PRJ-CATEGORIA
    EVALUATE TRUE
        WHEN VLC-FORNECEDOR = SPACES
            DISPLAY "O fornecedor do recibo e obrigatorio."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN VLC-VALOR-LIQUIDO NOT NUMERIC
            OR VLC-VALOR-LIQUIDO = ZERO
            DISPLAY "Valor invalido."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN VLC-TAXA-IVA NOT NUMERIC
            DISPLAY "Taxa de IVA invalida."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN VLC-DATA > GFM-DATA-HOJE
            DISPLAY "A data da despesa e futura."
            MOVE 'N' TO GFM-DADOS-OK
        WHEN OTHER
            COMPUTE VLC-IVA ROUNDED =
                VLC-VALOR-LIQUIDO * VLC-TAXA-IVA / 100
            COMPUTE VLC-VALOR = VLC-VALOR-LIQUIDO + VLC-IVA
            IF VLC-VALOR > FDM-SALDO
                MOVE FDM-SALDO TO GFM-VALOR-ED
                DISPLAY "O vale excede o saldo em caixa ("
                    GFM-VALOR-ED "); pague por fatura ou"
                    " reconstitua o fundo."
                MOVE 'N' TO GFM-DADOS-OK
            END-IF
    END-EVALUATE.

GRAVAR-VALE.
    OPEN I-O VALES-CAIXA-FILE
    IF VALES-CAIXA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VALES-CAIXA-FILE. Status: "
            VALES-CAIXA-STATUS
    ELSE
        ADD 1 TO FDM-ULTIMO-VALE
        MOVE FDM-DEPARTAMENTO TO VLC-DEPARTAMENTO
        MOVE FDM-ULTIMO-VALE TO VLC-NUMERO
        MOVE "P" TO VLC-ESTADO
        MOVE SPACES TO VLC-PEDIDO
        WRITE REGISTO-VALE-CAIXA
            INVALID KEY
                DISPLAY "Erro: vale duplicado."
            NOT INVALID KEY
                SUBTRACT VLC-VALOR FROM FDM-SALDO
                REWRITE REGISTO-FUNDO-MANEIO
                MOVE VLC-VALOR TO GFM-VALOR-ED
                DISPLAY "Vale " VLC-NUMERO " de " GFM-VALOR-ED
                    " registado no fundo " FDM-DEPARTAMENTO "."
                COMPUTE GFM-LIMIAR ROUNDED =
                    FDM-VALOR-FUNDO * FDM-LIMIAR-PCT / 100
                IF FDM-SALDO < GFM-LIMIAR
                    MOVE FDM-SALDO TO GFM-VALOR-ED
                    DISPLAY "Saldo do fundo (" GFM-VALOR-ED
                        ") abaixo do limiar: emita o pedido de"
                        " reconstituicao (opcao 4)."
                END-IF
        END-WRITE
        CLOSE VALES-CAIXA-FILE
    END-IF.

SITUACAO-FUNDOS.
    MOVE ZERO TO GFM-TOTAL-FUNDOS
    MOVE 'N' TO GFM-FIM-FICHEIRO
    OPEN INPUT FUNDOS-MANEIO-FILE
    IF FUNDOS-MANEIO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FUNDOS-MANEIO-FILE. Status: "
            FUNDOS-MANEIO-STATUS
    ELSE
        MOVE 'N' TO GFM-VALES-ABERTO
        OPEN INPUT VALES-CAIXA-FILE
        IF VALES-CAIXA-STATUS = "00"
            MOVE 'S' TO GFM-VALES-ABERTO
        END-IF
        DISPLAY "==============================================="
        DISPLAY " SITUACAO DOS FUNDOS DE MANEIO"
        DISPLAY "==============================================="
        PERFORM UNTIL GFM-FIM-FICHEIRO = 'Y'
            READ FUNDOS-MANEIO-FILE NEXT RECORD
                AT END MOVE 'Y' TO GFM-FIM-FICHEIRO
                NOT AT END
                    PERFORM MOSTRAR-FUNDO
                    IF GFM-VALES-ABERTO = 'S'
                        PERFORM SOMAR-VALES-PENDENTES
                        MOVE GFM-TOTAL-VALES TO GFM-TOTAL-ED
                        DISPLAY "  vales por reembolsar "
                            GFM-NUM-VALES "  no valor de "
                            GFM-TOTAL-ED
                    END-IF
                    COMPUTE GFM-LIMIAR ROUNDED =
                        FDM-VALOR-FUNDO * FDM-LIMIAR-PCT / 100
                    IF FDM-ATIVO AND FDM-SALDO < GFM-LIMIAR
                        DISPLAY "  ** abaixo do limiar:"
                            " reconstituir **"
                    END-IF
                    ADD 1 TO GFM-TOTAL-FUNDOS
            END-READ
        END-PERFORM
        IF GFM-VALES-ABERTO = 'S'
            CLOSE VALES-CAIXA-FILE
        END-IF
        CLOSE FUNDOS-MANEIO-FILE
        DISPLAY "Total de fundos: " GFM-TOTAL-FUNDOS
    END-IF.

SOMAR-VALES-PENDENTES.
*> os vales do fundo estao seguidos na chave (departamento +
*> numero); so contam os ainda nao incluidos num pedido.
    MOVE ZERO TO GFM-TOTAL-VALES
    MOVE ZERO TO GFM-NUM-VALES
    MOVE 'N' TO GFM-FIM-VALES
    MOVE FDM-DEPARTAMENTO TO VLC-DEPARTAMENTO
    MOVE ZERO TO VLC-NUMERO
    START VALES-CAIXA-FILE KEY IS NOT LESS THAN VLC-CHAVE
        INVALID KEY
            MOVE 'Y' TO GFM-FIM-VALES
    END-START
    PERFORM UNTIL GFM-FIM-VALES = 'Y'
        READ VALES-CAIXA-FILE NEXT RECORD
            AT END MOVE 'Y' TO GFM-FIM-VALES
            NOT AT END
                IF VLC-DEPARTAMENTO NOT = FDM-DEPARTAMENTO
                    MOVE 'Y' TO GFM-FIM-VALES
                ELSE
                    IF VLC-POR-REEMBOLSAR
                        ADD VLC-VALOR TO GFM-TOTAL-VALES
                        ADD 1 TO GFM-NUM-VALES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

PEDIDO-RECONSTITUICAO.
*> o pedido e uma fatura do custodio (tipo M) ja aprovada: a
*> corrida de pagamentos transfere-a e repoe o saldo do fundo.
    DISPLAY "Departamento do fundo: " NO ADVANCING
    ACCEPT GFM-DEPARTAMENTO
    OPEN I-O FUNDOS-MANEIO-FILE
    IF FUNDOS-MANEIO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FUNDOS-MANEIO-FILE. Status: "
            FUNDOS-MANEIO-STATUS
    ELSE
        MOVE 'N' TO GFM-FUNDO-OK
        MOVE GFM-DEPARTAMENTO TO FDM-DEPARTAMENTO
        READ FUNDOS-MANEIO-FILE KEY IS FDM-DEPARTAMENTO
            INVALID KEY
                DISPLAY "Fundo de maneio nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO GFM-FUNDO-OK
        END-READ
        IF GFM-FUNDO-OK = 'S'
            OPEN I-O VALES-CAIXA-FILE
            IF VALES-CAIXA-STATUS NOT = "00"
                DISPLAY "Erro ao abrir VALES-CAIXA-FILE. Status: "
                    VALES-CAIXA-STATUS
            ELSE
                PERFORM SOMAR-VALES-PENDENTES
                IF GFM-NUM-VALES = ZERO
                    DISPLAY "Sem vales por reembolsar no fundo "
                        FDM-DEPARTAMENTO "."
                ELSE
                    PERFORM GRAVAR-PEDIDO-FATURA
                    IF GFM-GRAVOU-FATURA = 'S'
                        PERFORM MARCAR-VALES-RECLAMADOS
                        ADD GFM-TOTAL-VALES TO FDM-EM-REEMBOLSO
                        REWRITE REGISTO-FUNDO-MANEIO
                        MOVE GFM-TOTAL-VALES TO GFM-TOTAL-ED
                        DISPLAY "Pedido " GFM-PEDIDO " de "
                            GFM-TOTAL-ED " (" GFM-NUM-VALES
                            " vales) emitido ao fornecedor "
                            FDM-VENDOR-NUMBER
                            "; segue na corrida de pagamentos."
                    END-IF
                END-IF
                CLOSE VALES-CAIXA-FILE
            END-IF
        END-IF
        CLOSE FUNDOS-MANEIO-FILE
    END-IF.

GRAVAR-PEDIDO-FATURA.
    MOVE 'N' TO GFM-GRAVOU-FATURA
    COMPUTE GFM-PEDIDO-SEQ = FDM-ULTIMO-PEDIDO + 1
    MOVE SPACES TO GFM-PEDIDO
    STRING "FM" DELIMITED BY SIZE
           FDM-DEPARTAMENTO DELIMITED BY SIZE
           GFM-PEDIDO-SEQ DELIMITED BY SIZE
           INTO GFM-PEDIDO
    OPEN I-O FATURAS-FILE
    IF FATURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FATURAS-FILE. Status: " FATURAS-STATUS
    ELSE
        MOVE FDM-VENDOR-NUMBER TO FAT-VENDOR-NUMBER
        MOVE GFM-PEDIDO TO FAT-NUMERO
        MOVE ZERO TO FAT-PO-NUMBER
        MOVE GFM-DATA-HOJE TO FAT-DATA
        MOVE GFM-NUM-VALES TO FAT-QUANTIDADE
        MOVE GFM-TOTAL-VALES TO FAT-VALOR
        MOVE "A" TO FAT-ESTADO
        MOVE ZERO TO FAT-DATA-PAGAMENTO
        MOVE SPACES TO FAT-REF-PAGAMENTO
        MOVE "M" TO FAT-TIPO
        MOVE GFM-DATA-HOJE TO FAT-DATA-VENCIMENTO
        MOVE ZERO TO FAT-DESCONTO
        MOVE GFM-TOTAL-VALES TO FAT-VALOR-LIQUIDO
        MOVE ZERO TO FAT-IVA
        MOVE ZERO TO FAT-TAXA-IVA
        MOVE "EUR" TO FAT-MOEDA
        MOVE ZERO TO FAT-VALOR-MOEDA
        MOVE 1 TO FAT-CAMBIO
        MOVE ZERO TO FAT-ADIANTAMENTO
        MOVE SPACE TO FAT-CONF-BANCO
        MOVE "N" TO FAT-SUSPENSA
        MOVE ZERO TO FAT-RETENCAO
        MOVE ZERO TO FAT-TAXA-RETENCAO
        MOVE SPACES TO FAT-PROJETO
        MOVE SPACES TO FAT-PRJ-CATEGORIA
        WRITE REGISTO-FATURA
            INVALID KEY
                DISPLAY "Erro: pedido " GFM-PEDIDO
                    " ja existe em FATURAS-FILE."
            NOT INVALID KEY
                MOVE 'S' TO GFM-GRAVOU-FATURA
                MOVE GFM-PEDIDO-SEQ TO FDM-ULTIMO-PEDIDO
        END-WRITE
        CLOSE FATURAS-FILE
    END-IF.

MARCAR-VALES-RECLAMADOS.
    MOVE 'N' TO GFM-FIM-VALES
    MOVE FDM-DEPARTAMENTO TO VLC-DEPARTAMENTO
    MOVE ZERO TO VLC-NUMERO
    START VALES-CAIXA-FILE KEY IS NOT LESS THAN VLC-CHAVE
        INVALID KEY
            MOVE 'Y' TO GFM-FIM-VALES
    END-START
    PERFORM UNTIL GFM-FIM-VALES = 'Y'
        READ VALES-CAIXA-FILE NEXT RECORD
            AT END MOVE 'Y' TO GFM-FIM-VALES
            NOT AT END
                IF VLC-DEPARTAMENTO NOT = FDM-DEPARTAMENTO
                    MOVE 'Y' TO GFM-FIM-VALES
                ELSE
                    IF VLC-POR-REEMBOLSAR
                        MOVE "R" TO VLC-ESTADO
                        MOVE GFM-PEDIDO TO VLC-PEDIDO
                        REWRITE REGISTO-VALE-CAIXA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LISTAR-VALES.
    DISPLAY "Departamento do fundo: " NO ADVANCING
    ACCEPT GFM-DEPARTAMENTO
    MOVE ZERO TO GFM-NUM-VALES
    MOVE 'N' TO GFM-FIM-VALES
    OPEN INPUT VALES-CAIXA-FILE
    IF VALES-CAIXA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VALES-CAIXA-FILE. Status: "
            VALES-CAIXA-STATUS
    ELSE
        MOVE GFM-DEPARTAMENTO TO VLC-DEPARTAMENTO
        MOVE ZERO TO VLC-NUMERO
        START VALES-CAIXA-FILE KEY IS NOT LESS THAN VLC-CHAVE
            INVALID KEY
                MOVE 'Y' TO GFM-FIM-VALES
        END-START
        PERFORM UNTIL GFM-FIM-VALES = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO GFM-FIM-VALES
                NOT AT END
                    IF VLC-DEPARTAMENTO NOT = GFM-DEPARTAMENTO
                        MOVE 'Y' TO GFM-FIM-VALES
                    ELSE
                        MOVE VLC-VALOR TO GFM-VALOR-ED
                        DISPLAY VLC-NUMERO "  " VLC-DATA "  "
                            VLC-FORNECEDOR "  " GFM-VALOR-ED
                            "  IVA " VLC-TAXA-IVA
                            "%  rubrica " VLC-DEPT-ORCAMENTO
                            "  estado " VLC-ESTADO "  " VLC-PEDIDO
                        ADD 1 TO GFM-NUM-VALES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
        DISPLAY "Total de vales: " GFM-NUM-VALES
    END-IF.

COPY "psessao.cbl".

COPY "pprojeto.cbl".
