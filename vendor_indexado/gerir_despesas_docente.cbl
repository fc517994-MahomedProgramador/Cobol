*>****************************************************************
*> Author:
*> Date:
*> Purpose: pedidos de reembolso de despesas de deslocacao dos
*>          docentes (conferencias, juris de exame). Cada pedido
*>          (DESPESASDOC.dat, chave docente + numero) tem as
*>          linhas de despesa em DESPESASDOCLIN.dat com data,
*>          categoria, valor, indicacao de recibo e o
*>          departamento ou projeto a que se imputa (rubrica de
*>          ORCAMENTOS.dat). O pedido e aprovado pelo responsavel
*>          de cada rubrica (ORC-RESPONSAVEL) contra o disponivel
*>          do orcamento; os aprovados sao pagos ao IBAN do
*>          proprio docente na corrida de pagamentos_fornecedores,
*>          sem fornecedor ficticio. As ajudas de custo acima do
*>          limite diario isento (AJUDAS_CUSTO_LIMITE_DIA, por
*>          omissao 50,20) sao extraidas para a folha de salarios
*>          em AJUDAS-AAAAMM.dat, ao lado de SALARIOS-AAAAMM.dat
*>          de extrato_salarios.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_despesas_docente.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "sldespdoc.cbl".
     COPY "sldespdoclin.cbl".
     COPY "sldocente.cbl".
     COPY "slorcamento.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvale.cbl".
     COPY "slimputacao.cbl".
     COPY "slsessao.cbl".

     SELECT AJUDAS-INT-FILE
         ASSIGN TO GDD-INTERFACE-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS GDD-INT-STATUS.

DATA DIVISION.
FILE SECTION.
  COPY "fddespdoc.cbl".
  COPY "fddespdoclin.cbl".
  COPY "fddocente.cbl".
  COPY "fdorcamento.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvale.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdsessao.cbl".

  FD AJUDAS-INT-FILE.
  01 LINHA-AJUDAS            PIC X(80).

WORKING-STORAGE SECTION.
  COPY "wsdespdoc.cbl".
  COPY "wsdespdoclin.cbl".
  COPY "wsdocente.cbl".
  COPY "wsorcamento.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvale.cbl".
  COPY "wsimputacao.cbl".
  COPY "wssessao.cbl".
    77 GDD-OPCAO             PIC 9 VALUE ZERO.
    77 GDD-SAIR              PIC X VALUE 'N'.
    77 GDD-DOC-ID            PIC 9(4).
    77 GDD-NUMERO            PIC 9(4).
    77 GDD-ULTIMO-NUMERO     PIC 9(4) VALUE ZERO.
    77 GDD-LINHA             PIC 9(2) VALUE ZERO.
    77 GDD-DOCENTE-OK        PIC X VALUE 'N'.
    77 GDD-PEDIDO-OK         PIC X VALUE 'N'.
    77 GDD-LINHA-OK          PIC X VALUE 'N'.
    77 GDD-MAIS-LINHAS       PIC X VALUE 'S'.
    77 GDD-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GDD-FIM-LINHAS        PIC X VALUE 'N'.
    77 GDD-FIM-EXEC          PIC X VALUE 'N'.
    77 GDD-RESPOSTA          PIC X(6).
    77 GDD-DECISAO           PIC X VALUE SPACE.
    77 GDD-CONFIRMA          PIC 9 VALUE 1.
    77 GDD-DATA-HOJE         PIC 9(8).
    77 GDD-ANO               PIC X(4).
    77 GDD-MOTIVO            PIC X(30).
    77 GDD-TOTAL             PIC 9(7)V99 VALUE ZERO.
    77 GDD-SEM-RECIBO        PIC 9(2) VALUE ZERO.
    77 GDD-PODE-APROVAR      PIC X VALUE 'S'.
    77 GDD-EXCEDE            PIC X VALUE 'N'.
    77 GDD-DOTACAO           PIC 9(9)V99 VALUE ZERO.
    77 GDD-EXECUTADO         PIC 9(9)V99 VALUE ZERO.
    77 GDD-DISPONIVEL        PIC S9(9)V99 VALUE ZERO.
    77 GDD-IX                PIC 9(2) VALUE ZERO.
    77 GDD-QTD-CENTROS       PIC 9(2) VALUE ZERO.
    77 GDD-ENCONTROU         PIC X VALUE 'N'.
    77 GDD-CENTRO            PIC X(4).
    77 GDD-LIMITE-DIA        PIC 9(3)V99 VALUE 50.20.
    77 GDD-LIMITE-ENV        PIC X(12).
    77 GDD-ISENTO            PIC 9(7)V99 VALUE ZERO.
    77 GDD-EXCESSO           PIC 9(7)V99 VALUE ZERO.
    77 GDD-TOTAL-EXCESSO     PIC 9(9)V99 VALUE ZERO.
    77 GDD-TOTAL-EXTRAIDOS   PIC 9(4) VALUE ZERO.
    77 GDD-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GDD-PERIODO           PIC 9(6).
    77 GDD-INTERFACE-NOME    PIC X(40).
    77 GDD-INT-STATUS        PIC X(2) VALUE "00".
    77 GDD-VALOR-ED          PIC Z(6)9.99.
    77 GDD-SALDO-ED          PIC +Z(8)9.99.
    77 GDD-EXCESSO-ED        PIC +Z(6)9.99.
    01 GDD-TABELA-CENTROS.
      05 GDD-C-ENT OCCURS 20 TIMES.
         10 GDD-C-CENTRO     PIC X(4).
         10 GDD-C-VALOR      PIC 9(7)V99.

PROCEDURE DIVISION.
COPY "rvdespdoc.cbl".
COPY "rvdespdoclin.cbl".
COPY "rvdocente.cbl".
COPY "rvorcamento.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvale.cbl".
COPY "rvimputacao.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GDD-LIMITE-ENV FROM ENVIRONMENT "AJUDAS_CUSTO_LIMITE_DIA"
    IF GDD-LIMITE-ENV NOT = SPACES
        MOVE FUNCTION NUMVAL (GDD-LIMITE-ENV) TO GDD-LIMITE-DIA
    END-IF
    ACCEPT GDD-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-DESPESAS-DOC
    PERFORM UNTIL GDD-SAIR = 'Y'
        PERFORM MENU-DESPESAS-DOC
    END-PERFORM.
GOBACK.

MENU-DESPESAS-DOC.
    DISPLAY "==================================="
    DISPLAY "   DESPESAS DE DESLOCACAO DOCENTES"
    DISPLAY "==================================="
    DISPLAY "1 - Registar pedido de reembolso"
    DISPLAY "2 - Listar pedidos"
    DISPLAY "3 - Aprovar ou rejeitar pedido"
    DISPLAY "4 - Extrair ajudas de custo para a folha"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GDD-OPCAO
    EVALUATE GDD-OPCAO
        WHEN 1
            PERFORM REGISTAR-PEDIDO
        WHEN 2
            PERFORM LISTAR-PEDIDOS
        WHEN 3
            PERFORM DECIDIR-PEDIDO
        WHEN 4
            PERFORM EXTRAIR-AJUDAS-FOLHA
        WHEN 0
            MOVE 'Y' TO GDD-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-DESPESAS-DOC.
    OPEN INPUT DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS = "35"
        OPEN OUTPUT DESPESAS-DOC-FILE
        CLOSE DESPESAS-DOC-FILE
    ELSE
        IF DESPESAS-DOC-STATUS = "00"
            CLOSE DESPESAS-DOC-FILE
        END-IF
    END-IF
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS = "35"
        OPEN OUTPUT DESPESAS-DOC-LIN-FILE
        CLOSE DESPESAS-DOC-LIN-FILE
    ELSE
        IF DESPESAS-DOC-LIN-STATUS = "00"
            CLOSE DESPESAS-DOC-LIN-FILE
        END-IF
    END-IF.

REGISTAR-PEDIDO.
    DISPLAY "ID do docente: " NO ADVANCING
    ACCEPT GDD-DOC-ID
    MOVE 'N' TO GDD-DOCENTE-OK
    OPEN INPUT DOCENTES-FILE.
    IF DOCENTES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DOCENTES-FILE. Status: "
            DOCENTES-STATUS
    ELSE
        MOVE GDD-DOC-ID TO DOC-ID
        READ DOCENTES-FILE KEY IS DOC-ID
            INVALID KEY
                DISPLAY "Docente nao encontrado."
            NOT INVALID KEY
                IF DOC-ATIVO
                    MOVE 'S' TO GDD-DOCENTE-OK
                    DISPLAY "Docente " DOC-NOME
                    IF DOC-IBAN = SPACES
                        DISPLAY "Aviso: docente sem IBAN registado;"
                            " o reembolso so sai na corrida depois"
                            " de registado o IBAN."
                    END-IF
                ELSE
                    DISPLAY "Docente inativo."
                END-IF
        END-READ
        CLOSE DOCENTES-FILE
    END-IF
    IF GDD-DOCENTE-OK = 'S'
        DISPLAY "Motivo da deslocacao (ex: CONGRESSO LISBOA): "
            NO ADVANCING
        ACCEPT GDD-MOTIVO
        PERFORM PROXIMO-NUMERO-PEDIDO
        PERFORM REGISTAR-LINHAS-PEDIDO
        IF GDD-LINHA = ZERO
            DISPLAY "Pedido sem linhas: nada registado."
        ELSE
            PERFORM GRAVAR-CABECALHO-PEDIDO
        END-IF
    END-IF.

PROXIMO-NUMERO-PEDIDO.
    MOVE ZERO TO GDD-ULTIMO-NUMERO
    MOVE 'N' TO GDD-FIM-FICHEIRO
    OPEN INPUT DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS = "00"
        MOVE GDD-DOC-ID TO DSD-DOC-ID
        MOVE ZERO TO DSD-NUMERO
        START DESPESAS-DOC-FILE KEY IS NOT LESS THAN DSD-CHAVE
            INVALID KEY
                MOVE 'Y' TO GDD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GDD-FIM-FICHEIRO = 'Y'
            READ DESPESAS-DOC-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-FICHEIRO
                NOT AT END
                    IF DSD-DOC-ID NOT = GDD-DOC-ID
                        MOVE 'Y' TO GDD-FIM-FICHEIRO
                    ELSE
                        MOVE DSD-NUMERO TO GDD-ULTIMO-NUMERO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
    END-IF
    COMPUTE GDD-NUMERO = GDD-ULTIMO-NUMERO + 1.

REGISTAR-LINHAS-PEDIDO.
    MOVE ZERO TO GDD-LINHA
    MOVE ZERO TO GDD-TOTAL
    MOVE 'S' TO GDD-MAIS-LINHAS
    OPEN I-O DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESPESAS-DOC-LIN-FILE. Status: "
            DESPESAS-DOC-LIN-STATUS
    ELSE
        PERFORM UNTIL GDD-MAIS-LINHAS NOT = 'S' OR GDD-LINHA = 99
            PERFORM PEDIR-LINHA-DESPESA
            IF GDD-LINHA-OK = 'S'
                ADD 1 TO GDD-LINHA
                MOVE GDD-DOC-ID TO DSL-DOC-ID
                MOVE GDD-NUMERO TO DSL-NUMERO
                MOVE GDD-LINHA TO DSL-LINHA
                WRITE REGISTO-DESPESA-DOC-LIN
                    INVALID KEY
                        DISPLAY "Erro: linha duplicada."
                        SUBTRACT 1 FROM GDD-LINHA
                    NOT INVALID KEY
                        ADD DSL-VALOR TO GDD-TOTAL
                END-WRITE
            END-IF
            DISPLAY "Mais linhas (S/N)? " NO ADVANCING
            ACCEPT GDD-MAIS-LINHAS
            IF GDD-MAIS-LINHAS = "s"
                MOVE "S" TO GDD-MAIS-LINHAS
            END-IF
        END-PERFORM
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF.

PEDIR-LINHA-DESPESA.
    MOVE 'S' TO GDD-LINHA-OK
    INITIALIZE REGISTO-DESPESA-DOC-LIN
    DISPLAY "Data da despesa (AAAAMMDD): " NO ADVANCING
    ACCEPT DSL-DATA
    DISPLAY "Categoria (TR transporte, AL alojamento, RE refeicoes,"
        " AC ajudas de custo, IN inscricao, OU outras): "
        NO ADVANCING
    ACCEPT DSL-CATEGORIA
    DISPLAY "Descricao: " NO ADVANCING
    ACCEPT DSL-DESCRICAO
    DISPLAY "Valor: " NO ADVANCING
    ACCEPT DSL-VALOR
*> as ajudas de custo sao diarias fixas e nao levam recibo; o
*> numero de dias serve para apurar a parte acima do isento.
    IF DSL-AJUDAS-CUSTO
        DISPLAY "Numero de dias: " NO ADVANCING
        ACCEPT DSL-DIAS
        MOVE "N" TO DSL-RECIBO
    ELSE
        MOVE ZERO TO DSL-DIAS
        DISPLAY "Tem recibo (S/N)? " NO ADVANCING
        ACCEPT DSL-RECIBO
        IF DSL-RECIBO = "s"
            MOVE "S" TO DSL-RECIBO
        END-IF
        IF DSL-RECIBO NOT = "S"
            MOVE "N" TO DSL-RECIBO
        END-IF
    END-IF
    DISPLAY "Departamento ou projeto a imputar: " NO ADVANCING
    ACCEPT DSL-CENTRO
    EVALUATE TRUE
        WHEN DSL-DATA NOT NUMERIC OR DSL-DATA = ZERO
            OR DSL-DATA > GDD-DATA-HOJE
            DISPLAY "Data invalida; linha ignorada."
            MOVE 'N' TO GDD-LINHA-OK
        WHEN NOT DSL-TRANSPORTE AND NOT DSL-ALOJAMENTO
            AND NOT DSL-REFEICOES AND NOT DSL-AJUDAS-CUSTO
            AND NOT DSL-INSCRICAO AND NOT DSL-OUTRAS
            DISPLAY "Categoria invalida; linha ignorada."
            MOVE 'N' TO GDD-LINHA-OK
        WHEN DSL-VALOR NOT NUMERIC OR DSL-VALOR = ZERO
            DISPLAY "Valor invalido; linha ignorada."
            MOVE 'N' TO GDD-LINHA-OK
        WHEN DSL-AJUDAS-CUSTO
            AND (DSL-DIAS NOT NUMERIC OR DSL-DIAS = ZERO)
            DISPLAY "Numero de dias invalido; linha ignorada."
            MOVE 'N' TO GDD-LINHA-OK
        WHEN DSL-CENTRO = SPACES
            DISPLAY "A rubrica a imputar e obrigatoria; linha"
                " ignorada."
            MOVE 'N' TO GDD-LINHA-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

GRAVAR-CABECALHO-PEDIDO.
    OPEN I-O DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESPESAS-DOC-FILE. Status: "
            DESPESAS-DOC-STATUS
    ELSE
        INITIALIZE REGISTO-DESPESA-DOC
        MOVE GDD-DOC-ID TO DSD-DOC-ID
        MOVE GDD-NUMERO TO DSD-NUMERO
        MOVE GDD-DATA-HOJE TO DSD-DATA
        MOVE GDD-MOTIVO TO DSD-MOTIVO
        MOVE GDD-TOTAL TO DSD-TOTAL
        MOVE "P" TO DSD-ESTADO
        MOVE SPACES TO DSD-APROVADOR
        MOVE ZERO TO DSD-DATA-DECISAO
        MOVE ZERO TO DSD-DATA-PAGAMENTO
        MOVE SPACES TO DSD-REF-PAGAMENTO
        MOVE ZERO TO DSD-PERIODO-FOLHA
        WRITE REGISTO-DESPESA-DOC
            INVALID KEY
                DISPLAY "Erro: pedido duplicado."
            NOT INVALID KEY
                MOVE GDD-TOTAL TO GDD-VALOR-ED
                DISPLAY "Pedido " GDD-NUMERO " do docente "
                    GDD-DOC-ID " registado: " GDD-LINHA
                    " linhas, total " GDD-VALOR-ED
                    "; aguarda aprovacao."
        END-WRITE
        CLOSE DESPESAS-DOC-FILE
    END-IF.

LISTAR-PEDIDOS.
    DISPLAY "ID do docente (0 = todos): " NO ADVANCING
    ACCEPT GDD-DOC-ID
    MOVE ZERO TO GDD-TOTAL-LISTADOS
    MOVE 'N' TO GDD-FIM-FICHEIRO
    OPEN INPUT DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESPESAS-DOC-FILE. Status: "
            DESPESAS-DOC-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " PEDIDOS DE REEMBOLSO DE DESPESAS"
        DISPLAY "==============================================="
        PERFORM UNTIL GDD-FIM-FICHEIRO = 'Y'
            READ DESPESAS-DOC-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-FICHEIRO
                NOT AT END
                    IF GDD-DOC-ID = ZERO OR DSD-DOC-ID = GDD-DOC-ID
                        MOVE DSD-TOTAL TO GDD-VALOR-ED
                        DISPLAY DSD-DOC-ID "/" DSD-NUMERO "  "
                            DSD-DATA "  " DSD-MOTIVO
                            "  total " GDD-VALOR-ED
                            "  estado " DSD-ESTADO
                        IF NOT DSD-PENDENTE
                            DISPLAY "  decisao " DSD-APROVADOR
                                " em " DSD-DATA-DECISAO
                                "  pagamento " DSD-REF-PAGAMENTO
                                " " DSD-DATA-PAGAMENTO
                        END-IF
                        ADD 1 TO GDD-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
        DISPLAY "Total de pedidos: " GDD-TOTAL-LISTADOS
    END-IF.

DECIDIR-PEDIDO.
    DISPLAY "ID do docente: " NO ADVANCING
    ACCEPT GDD-DOC-ID
    DISPLAY "Numero do pedido: " NO ADVANCING
    ACCEPT GDD-NUMERO
    MOVE 'N' TO GDD-PEDIDO-OK
    OPEN INPUT DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESPESAS-DOC-FILE. Status: "
            DESPESAS-DOC-STATUS
    ELSE
        MOVE GDD-DOC-ID TO DSD-DOC-ID
        MOVE GDD-NUMERO TO DSD-NUMERO
        READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
            INVALID KEY
                DISPLAY "Pedido nao encontrado."
            NOT INVALID KEY
                IF DSD-PENDENTE
                    MOVE 'S' TO GDD-PEDIDO-OK
                    MOVE DSD-DATA (1:4) TO GDD-ANO
                    MOVE DSD-TOTAL TO GDD-VALOR-ED
                    DISPLAY "Pedido " DSD-DOC-ID "/" DSD-NUMERO
                        "  " DSD-MOTIVO "  total " GDD-VALOR-ED
                ELSE
                    DISPLAY "O pedido ja foi decidido ("
                        DSD-ESTADO ")."
                END-IF
        END-READ
        CLOSE DESPESAS-DOC-FILE
    END-IF
    IF GDD-PEDIDO-OK = 'S'
        PERFORM CARREGAR-LINHAS-PEDIDO
        PERFORM VERIFICAR-RUBRICAS
        DISPLAY "Decisao (A - aprovar, R - rejeitar, ENTER ="
            " adiar): " NO ADVANCING
        MOVE SPACE TO GDD-DECISAO
        ACCEPT GDD-DECISAO
        IF GDD-DECISAO = "A" AND GDD-PODE-APROVAR NOT = 'S'
            DISPLAY "Aprovacao recusada: falta orcamento ou o"
                " operador nao e responsavel de todas as rubricas."
            MOVE SPACE TO GDD-DECISAO
        END-IF
        IF GDD-DECISAO = "A" AND GDD-EXCEDE = 'S'
            DISPLAY "O pedido excede o disponivel do orcamento."
            DISPLAY "Prima 0 para aprovar mesmo assim (com"
                " autorizacao) ou 1 para desistir"
            ACCEPT GDD-CONFIRMA
            IF GDD-CONFIRMA NOT = 0
                MOVE SPACE TO GDD-DECISAO
            END-IF
        END-IF
        IF GDD-DECISAO = "A" OR GDD-DECISAO = "R"
            PERFORM GRAVAR-DECISAO
        ELSE
            DISPLAY "Pedido mantido pendente."
        END-IF
    END-IF.

CARREGAR-LINHAS-PEDIDO.
*> agrupa o pedido por rubrica: cada rubrica e aprovada pelo seu
*> responsavel e verificada contra o seu orcamento.
    MOVE ZERO TO GDD-QTD-CENTROS
    MOVE ZERO TO GDD-SEM-RECIBO
    MOVE 'N' TO GDD-FIM-LINHAS
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS = "00"
        MOVE GDD-DOC-ID TO DSL-DOC-ID
        MOVE GDD-NUMERO TO DSL-NUMERO
        MOVE ZERO TO DSL-LINHA
        START DESPESAS-DOC-LIN-FILE KEY IS NOT LESS THAN DSL-CHAVE
            INVALID KEY
                MOVE 'Y' TO GDD-FIM-LINHAS
        END-START
        PERFORM UNTIL GDD-FIM-LINHAS = 'Y'
            READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-LINHAS
                NOT AT END
                    IF DSL-DOC-ID NOT = GDD-DOC-ID
                        OR DSL-NUMERO NOT = GDD-NUMERO
                        MOVE 'Y' TO GDD-FIM-LINHAS
                    ELSE
                        PERFORM MOSTRAR-LINHA-PEDIDO
                        PERFORM ACUMULAR-CENTRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF
    IF GDD-SEM-RECIBO > ZERO
        DISPLAY "Aviso: " GDD-SEM-RECIBO " linhas sem recibo."
    END-IF.

MOSTRAR-LINHA-PEDIDO.
    MOVE DSL-VALOR TO GDD-VALOR-ED
    DISPLAY "  " DSL-LINHA "  " DSL-DATA "  " DSL-CATEGORIA
        "  " DSL-DESCRICAO "  " GDD-VALOR-ED
        "  recibo " DSL-RECIBO "  rubrica " DSL-CENTRO
    IF NOT DSL-COM-RECIBO AND NOT DSL-AJUDAS-CUSTO
        ADD 1 TO GDD-SEM-RECIBO
    END-IF.

ACUMULAR-CENTRO.
    MOVE 'N' TO GDD-ENCONTROU
    MOVE ZERO TO GDD-IX
    PERFORM UNTIL GDD-ENCONTROU = 'S' OR GDD-IX = GDD-QTD-CENTROS
        ADD 1 TO GDD-IX
        IF GDD-C-CENTRO (GDD-IX) = DSL-CENTRO
            MOVE 'S' TO GDD-ENCONTROU
        END-IF
    END-PERFORM
    IF GDD-ENCONTROU = 'N' AND GDD-QTD-CENTROS < 20
        ADD 1 TO GDD-QTD-CENTROS
        MOVE GDD-QTD-CENTROS TO GDD-IX
        MOVE DSL-CENTRO TO GDD-C-CENTRO (GDD-IX)
        MOVE ZERO TO GDD-C-VALOR (GDD-IX)
        MOVE 'S' TO GDD-ENCONTROU
    END-IF
    IF GDD-ENCONTROU = 'S'
        ADD DSL-VALOR TO GDD-C-VALOR (GDD-IX)
    END-IF.

VERIFICAR-RUBRICAS.
    MOVE 'S' TO GDD-PODE-APROVAR
    MOVE 'N' TO GDD-EXCEDE
    OPEN INPUT ORCAMENTOS-FILE.
    IF ORCAMENTOS-STATUS NOT = "00"
        DISPLAY "ORCAMENTOS-FILE indisponivel: o pedido nao pode"
            " ser aprovado."
        MOVE 'N' TO GDD-PODE-APROVAR
    ELSE
        MOVE ZERO TO GDD-IX
        PERFORM VERIFICAR-UMA-RUBRICA
            UNTIL GDD-IX = GDD-QTD-CENTROS
        CLOSE ORCAMENTOS-FILE
    END-IF.

VERIFICAR-UMA-RUBRICA.
    ADD 1 TO GDD-IX
    MOVE GDD-C-CENTRO (GDD-IX) TO ORC-DEPARTAMENTO
    MOVE GDD-ANO TO ORC-ANO
    READ ORCAMENTOS-FILE KEY IS ORC-CHAVE
        INVALID KEY
            DISPLAY "Rubrica " GDD-C-CENTRO (GDD-IX)
                ": sem orcamento registado em " GDD-ANO "."
            MOVE 'N' TO GDD-PODE-APROVAR
        NOT INVALID KEY
            MOVE ORC-DOTACAO TO GDD-DOTACAO
*> so o responsavel da rubrica (ou o administrador) aprova.
            IF SES-OPERADOR-ATUAL NOT = ORC-RESPONSAVEL
                AND SES-NIVEL-ATUAL NOT = 9
                DISPLAY "Rubrica " GDD-C-CENTRO (GDD-IX)
                    ": aprovacao reservada ao responsavel "
                    ORC-RESPONSAVEL "."
                MOVE 'N' TO GDD-PODE-APROVAR
            END-IF
            MOVE GDD-C-CENTRO (GDD-IX) TO GDD-CENTRO
            PERFORM SOMAR-EXECUTADO-RUBRICA
            COMPUTE GDD-DISPONIVEL = GDD-DOTACAO - GDD-EXECUTADO
            MOVE GDD-DISPONIVEL TO GDD-SALDO-ED
            MOVE GDD-C-VALOR (GDD-IX) TO GDD-VALOR-ED
            DISPLAY "Rubrica " GDD-C-CENTRO (GDD-IX) "/" GDD-ANO
                ": pedido " GDD-VALOR-ED
                "  disponivel " GDD-SALDO-ED
            IF GDD-C-VALOR (GDD-IX) > GDD-DISPONIVEL
                MOVE 'S' TO GDD-EXCEDE
            END-IF
    END-READ.

SOMAR-EXECUTADO-RUBRICA.
*> o mesmo criterio da verificacao na ordem de compra: ordens
*> nao canceladas, vales de caixa, pedidos de despesas ja
*> aprovados ou pagos e consumos de armazem imputados a rubrica
*> no ano.
    MOVE ZERO TO GDD-EXECUTADO
    MOVE 'N' TO GDD-FIM-EXEC
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS = "00"
        PERFORM UNTIL GDD-FIM-EXEC = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-EXEC
                NOT AT END
                    IF VPO-DEPARTAMENTO = GDD-CENTRO
                        AND VPO-DATA (1:4) = GDD-ANO
                        AND NOT VPO-CANCELADA
                        ADD VPO-VALOR-TOTAL TO GDD-EXECUTADO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-PO-FILE
    END-IF
    MOVE 'N' TO GDD-FIM-EXEC
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS = "00"
        PERFORM UNTIL GDD-FIM-EXEC = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-EXEC
                NOT AT END
                    IF VLC-DEPT-ORCAMENTO = GDD-CENTRO
                        AND VLC-DATA (1:4) = GDD-ANO
                        ADD VLC-VALOR TO GDD-EXECUTADO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF
    MOVE 'N' TO GDD-FIM-EXEC
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS = "00"
        OPEN INPUT DESPESAS-DOC-FILE
        PERFORM UNTIL GDD-FIM-EXEC = 'Y'
            READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-EXEC
                NOT AT END
                    IF DSL-CENTRO = GDD-CENTRO
                        PERFORM SOMAR-LINHA-APROVADA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF
    MOVE 'N' TO GDD-FIM-EXEC
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS = "00"
        PERFORM UNTIL GDD-FIM-EXEC = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDD-FIM-EXEC
                NOT AT END
                    IF IMP-DEPARTAMENTO = GDD-CENTRO
                        AND IMP-PERIODO (1:4) = GDD-ANO
                        ADD IMP-VALOR TO GDD-EXECUTADO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF.

SOMAR-LINHA-APROVADA.
    MOVE DSL-DOC-ID TO DSD-DOC-ID
    MOVE DSL-NUMERO TO DSD-NUMERO
    READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSD-DATA (1:4) = GDD-ANO
                AND (DSD-APROVADA OR DSD-PAGA)
                ADD DSL-VALOR TO GDD-EXECUTADO
            END-IF
    END-READ.

GRAVAR-DECISAO.
    OPEN I-O DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DESPESAS-DOC-FILE. Status: "
            DESPESAS-DOC-STATUS
    ELSE
        MOVE GDD-DOC-ID TO DSD-DOC-ID
        MOVE GDD-NUMERO TO DSD-NUMERO
        READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
            INVALID KEY
                DISPLAY "Pedido nao encontrado."
            NOT INVALID KEY
                IF NOT DSD-PENDENTE
                    DISPLAY "O pedido foi decidido entretanto ("
                        DSD-ESTADO ")."
                ELSE
                    MOVE GDD-DECISAO TO DSD-ESTADO
                    MOVE SES-OPERADOR-ATUAL TO DSD-APROVADOR
                    MOVE GDD-DATA-HOJE TO DSD-DATA-DECISAO
                    REWRITE REGISTO-DESPESA-DOC
                    IF DSD-APROVADA
                        DISPLAY "Pedido aprovado; segue na proxima"
                            " corrida de pagamentos."
                    ELSE
                        DISPLAY "Pedido rejeitado."
                    END-IF
                END-IF
        END-READ
        CLOSE DESPESAS-DOC-FILE
    END-IF.

EXTRAIR-AJUDAS-FOLHA.
*> a parte das ajudas de custo acima do limite diario isento e
*> rendimento do docente: vai para a folha no mes em que foi
*> paga, uma so vez por pedido (DSD-PERIODO-FOLHA).
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a extracao para a folha e das"
            " financas."
    ELSE
        DISPLAY "Periodo a extrair (AAAAMM): " NO ADVANCING
        ACCEPT GDD-PERIODO
        MOVE SPACES TO GDD-INTERFACE-NOME
        STRING "AJUDAS-" DELIMITED BY SIZE
               GDD-PERIODO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO GDD-INTERFACE-NOME
        MOVE ZERO TO GDD-TOTAL-EXTRAIDOS
        MOVE ZERO TO GDD-TOTAL-EXCESSO
        MOVE 'N' TO GDD-FIM-FICHEIRO
        OPEN I-O DESPESAS-DOC-FILE
        IF DESPESAS-DOC-STATUS NOT = "00"
            DISPLAY "Erro ao abrir DESPESAS-DOC-FILE. Status: "
                DESPESAS-DOC-STATUS
        ELSE
            OPEN INPUT DESPESAS-DOC-LIN-FILE
            OPEN EXTEND AJUDAS-INT-FILE
            IF GDD-INT-STATUS NOT = "00"
                OPEN OUTPUT AJUDAS-INT-FILE
            END-IF
            PERFORM UNTIL GDD-FIM-FICHEIRO = 'Y'
                READ DESPESAS-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GDD-FIM-FICHEIRO
                    NOT AT END
                        IF DSD-PAGA AND DSD-PERIODO-FOLHA = ZERO
                            AND DSD-DATA-PAGAMENTO (1:6)
                                = GDD-PERIODO
                            PERFORM EXTRAIR-AJUDAS-PEDIDO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AJUDAS-INT-FILE
            IF DESPESAS-DOC-LIN-STATUS = "00"
                CLOSE DESPESAS-DOC-LIN-FILE
            END-IF
            CLOSE DESPESAS-DOC-FILE
            MOVE GDD-TOTAL-EXCESSO TO GDD-VALOR-ED
            DISPLAY "Pedidos com ajudas tributaveis: "
                GDD-TOTAL-EXTRAIDOS "  valor " GDD-VALOR-ED
            DISPLAY "Interface em " GDD-INTERFACE-NOME
        END-IF
    END-IF.

EXTRAIR-AJUDAS-PEDIDO.
    MOVE ZERO TO GDD-EXCESSO
    MOVE 'N' TO GDD-FIM-LINHAS
    MOVE DSD-DOC-ID TO DSL-DOC-ID
    MOVE DSD-NUMERO TO DSL-NUMERO
    MOVE ZERO TO DSL-LINHA
    START DESPESAS-DOC-LIN-FILE KEY IS NOT LESS THAN DSL-CHAVE
        INVALID KEY
            MOVE 'Y' TO GDD-FIM-LINHAS
    END-START
    PERFORM UNTIL GDD-FIM-LINHAS = 'Y'
        READ DESPESAS-DOC-LIN-FILE NEXT RECORD
            AT END MOVE 'Y' TO GDD-FIM-LINHAS
            NOT AT END
                IF DSL-DOC-ID NOT = DSD-DOC-ID
                    OR DSL-NUMERO NOT = DSD-NUMERO
                    MOVE 'Y' TO GDD-FIM-LINHAS
                ELSE
                    IF DSL-AJUDAS-CUSTO
                        COMPUTE GDD-ISENTO =
                            DSL-DIAS * GDD-LIMITE-DIA
                        IF DSL-VALOR > GDD-ISENTO
                            COMPUTE GDD-EXCESSO =
                                GDD-EXCESSO + DSL-VALOR - GDD-ISENTO
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE GDD-PERIODO TO DSD-PERIODO-FOLHA
    REWRITE REGISTO-DESPESA-DOC
    IF GDD-EXCESSO > ZERO
        MOVE SPACES TO LINHA-AJUDAS
        MOVE GDD-EXCESSO TO GDD-EXCESSO-ED
        STRING GDD-PERIODO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSD-DOC-ID DELIMITED BY SIZE
               " AJ " DELIMITED BY SIZE
               DSD-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GDD-EXCESSO-ED DELIMITED BY SIZE
               INTO LINHA-AJUDAS
        WRITE LINHA-AJUDAS
        ADD 1 TO GDD-TOTAL-EXTRAIDOS
        ADD GDD-EXCESSO TO GDD-TOTAL-EXCESSO
        MOVE GDD-EXCESSO TO GDD-VALOR-ED
        DISPLAY "Docente " DSD-DOC-ID " pedido " DSD-NUMERO
            ": ajudas acima do isento " GDD-VALOR-ED
    END-IF.

COPY "psessao.cbl".
