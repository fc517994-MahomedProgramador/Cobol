*>          cada fornecedor, grava um aviso de remessa por
*>          fornecedor (REMESSA-<fornecedor>-AAAAMMDD.dat) e marca
*>          as faturas como pagas com a data e a referencia da
*>          corrida. Nas faturas com retencao na fonte paga-se o
*>          valor liquido da retencao e o imposto retido fica em
*>          RETENCOES.dat por entregar ao Estado (retencoes_mensal,
*>          modelo10_anual). Os pedidos de reconstituicao dos
*>          fundos de maneio (gerir_fundo_maneio) pagam-se ao
*>          custodio como qualquer fatura e repoem o saldo do
*>          fundo em FUNDOSMANEIO.dat. Os pedidos de despesas de
*>          deslocacao de docentes aprovados (gerir_despesas_docente)
*>          pagam-se ao IBAN do proprio docente em DOCENTES.dat e
*>          ficam marcados como pagos com a referencia da corrida.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slcambio.cbl".
     COPY "sladiantamento.cbl".
     COPY "slpendbanco.cbl".
     COPY "slretencao.cbl".
     COPY "slfundo.cbl".
     COPY "sldespdoc.cbl".
     COPY "sldocente.cbl".

     SELECT INSTRUCOES-FILE
         ASSIGN TO PGF-INSTRUCOES-NOME
  COPY "fdcambio.cbl".
  COPY "fdadiantamento.cbl".
  COPY "fdpendbanco.cbl".
  COPY "fdretencao.cbl".
  COPY "fdfundo.cbl".
  COPY "fddespdoc.cbl".
  COPY "fddocente.cbl".

  FD INSTRUCOES-FILE.
  01 LINHA-INSTRUCAO         PIC X(100).
  COPY "wscambio.cbl".
  COPY "wsadiantamento.cbl".
  COPY "wspendbanco.cbl".
  COPY "wsretencao.cbl".
  COPY "wsfundo.cbl".
  COPY "wsdespdoc.cbl".
  COPY "wsdocente.cbl".
    77 PGF-DATA-CORTE        PIC 9(8).
    77 PGF-DATA-HOJE         PIC 9(8).
    77 PGF-INSTRUCOES-NOME   PIC X(40).
    77 PGF-TOTAL-ADIANT      PIC 9(4) VALUE ZERO.
    77 PGF-BANCO-PENDENTE    PIC X VALUE 'N'.
    77 PGF-VENDOR-VERIF      PIC 9(5) VALUE ZERO.
    77 PGF-VENDOR-NIF        PIC X(9).
    77 PGF-VENDOR-TIPO-REND  PIC X VALUE "B".
    77 PGF-BASE-RETENCAO     PIC 9(7)V99 VALUE ZERO.
    77 PGF-TOTAL-RETIDO      PIC 9(8)V99 VALUE ZERO.
    77 PGF-RETENCOES-ABERTO  PIC X VALUE 'N'.
    77 PGF-TOTAL-FUNDOS      PIC 9(8)V99 VALUE ZERO.
    77 PGF-FUNDOS-ABERTO     PIC X VALUE 'N'.
    77 PGF-FIM-DESPESAS      PIC X VALUE 'N'.
    77 PGF-TOTAL-DESPESAS    PIC 9(4) VALUE ZERO.
    77 PGF-VALOR-DESPESAS    PIC 9(8)V99 VALUE ZERO.
    77 PGF-DOCENTE-IBAN      PIC X(25).

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvcambio.cbl".
COPY "rvadiantamento.cbl".
COPY "rvpendbanco.cbl".
COPY "rvretencao.cbl".
COPY "rvfundo.cbl".
COPY "rvdespdoc.cbl".
COPY "rvdocente.cbl".

    PERFORM CORRIDA-PAGAMENTOS.
GOBACK.
        DISPLAY "Erro ao abrir FATURAS-FILE. Status: " FATURAS-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM ABRIR-RETENCOES-FILE
        PERFORM ABRIR-FUNDOS-MANEIO-FILE
        OPEN OUTPUT INSTRUCOES-FILE
        MOVE "INSTRUCOES DE PAGAMENTO AO BANCO" TO LINHA-INSTRUCAO
        WRITE LINHA-INSTRUCAO
                        PERFORM VERIFICAR-BANCO-PENDENTE
                        IF PGF-BANCO-PENDENTE = 'S'
                            DISPLAY "Fornecedor " FAT-VENDOR-NUMBER
                                " com dados bancarios por aprovar"
                                " (aprovar_bancos): fatura "
                                FAT-NUMERO " saltada."
                        ELSE
            PERFORM FECHAR-VENDOR-PAGAMENTO
        END-IF
        PERFORM PAGAR-ADIANTAMENTOS-PENDENTES
        PERFORM PAGAR-DESPESAS-DOCENTES
        MOVE SPACES TO LINHA-INSTRUCAO
        MOVE PGF-TOTAL-GERAL TO PGF-VALOR-ED
        STRING "TOTAL GERAL: " DELIMITED BY SIZE
        WRITE LINHA-INSTRUCAO
        CLOSE INSTRUCOES-FILE
        CLOSE FATURAS-FILE
        IF PGF-RETENCOES-ABERTO = 'S'
            CLOSE RETENCOES-FILE
        END-IF
        IF PGF-FUNDOS-ABERTO = 'S'
            CLOSE FUNDOS-MANEIO-FILE
        END-IF
        DISPLAY "==============================="
        DISPLAY "Faturas pagas: " PGF-TOTAL-FATURAS
        DISPLAY "Fornecedores pagos: " PGF-TOTAL-VENDORS
            DISPLAY "Descontos de pronto pagamento captados: "
                PGF-DESC-ED
        END-IF
        IF PGF-TOTAL-RETIDO > ZERO
            MOVE PGF-TOTAL-RETIDO TO PGF-VALOR-ED
            DISPLAY "Retencoes na fonte por entregar ao Estado: "
                PGF-VALOR-ED
        END-IF
        IF PGF-TOTAL-FUNDOS > ZERO
            MOVE PGF-TOTAL-FUNDOS TO PGF-VALOR-ED
            DISPLAY "Reconstituicao de fundos de maneio: "
                PGF-VALOR-ED
        END-IF
        IF PGF-TOTAL-DESPESAS > ZERO
            MOVE PGF-VALOR-DESPESAS TO PGF-VALOR-ED
            DISPLAY "Despesas de docentes pagas: "
                PGF-TOTAL-DESPESAS "  valor " PGF-VALOR-ED
        END-IF
        DISPLAY "Instrucoes gravadas em " PGF-INSTRUCOES-NOME
        DISPLAY "==============================="
        IF PGF-TOTAL-FATURAS = ZERO
            SUBTRACT PGF-DESCONTO FROM PGF-TOTAL-GERAL
            ADD PGF-DESCONTO TO PGF-TOTAL-DESCONTOS
        END-IF
*> a retencao na fonte calculada em registar_fatura nao sai para
*> o fornecedor: fica em divida ao Estado ate a entrega mensal.
        IF FAT-RETENCAO NUMERIC AND FAT-RETENCAO > ZERO
            SUBTRACT FAT-RETENCAO FROM PGF-TOTAL-VENDOR
            SUBTRACT FAT-RETENCAO FROM PGF-TOTAL-GERAL
            ADD FAT-RETENCAO TO PGF-TOTAL-RETIDO
            PERFORM REGISTAR-RETENCAO
        END-IF
        IF FAT-REEMBOLSO-MANEIO
            PERFORM RECONSTITUIR-FUNDO-MANEIO
        END-IF
    END-IF
    ADD 1 TO PGF-TOTAL-FATURAS
    IF PGF-REMESSA-ABERTA = 'S'
        MOVE SPACES TO LINHA-REMESSA
        MOVE FAT-VALOR TO PGF-VALOR-ED
        EVALUATE TRUE
            WHEN FAT-NOTA-CREDITO
                MOVE "NC" TO PGF-DOC-MARCA
            WHEN FAT-REEMBOLSO-MANEIO
                MOVE "FM" TO PGF-DOC-MARCA
            WHEN OTHER
                MOVE "FT" TO PGF-DOC-MARCA
        END-EVALUATE
        STRING PGF-DOC-MARCA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FAT-NUMERO DELIMITED BY SIZE
               PGF-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-REMESSA
        WRITE LINHA-REMESSA
        IF NOT FAT-NOTA-CREDITO
            AND FAT-RETENCAO NUMERIC AND FAT-RETENCAO > ZERO
            MOVE SPACES TO LINHA-REMESSA
            COMPUTE PGF-VALOR-ED = ZERO - FAT-RETENCAO
            STRING "   retencao na fonte IRS/IRC " DELIMITED BY SIZE
                   PGF-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-REMESSA
            WRITE LINHA-REMESSA
        END-IF
    END-IF.

ABRIR-RETENCOES-FILE.
*> o ficheiro fica aberto durante toda a corrida; na primeira
*> utilizacao ainda nao existe e e criado vazio.
    OPEN I-O RETENCOES-FILE.
    IF RETENCOES-STATUS = "35"
        OPEN OUTPUT RETENCOES-FILE
        CLOSE RETENCOES-FILE
        OPEN I-O RETENCOES-FILE
    END-IF
    IF RETENCOES-STATUS = "00"
        MOVE 'S' TO PGF-RETENCOES-ABERTO
    ELSE
        DISPLAY "Aviso: RETENCOES-FILE indisponivel. Status: "
            RETENCOES-STATUS
    END-IF.

RECONSTITUIR-FUNDO-MANEIO.
*> o numero do pedido e FM + departamento + sequencia: o valor
*> reclamado passa de em reembolso para o saldo do fundo.
    ADD FAT-VALOR TO PGF-TOTAL-FUNDOS
    IF PGF-FUNDOS-ABERTO NOT = 'S'
        DISPLAY "Aviso: fundo do pedido " FAT-NUMERO
            " por repor (FUNDOS-MANEIO-FILE indisponivel)."
    ELSE
        MOVE FAT-NUMERO (3:4) TO FDM-DEPARTAMENTO
        READ FUNDOS-MANEIO-FILE KEY IS FDM-DEPARTAMENTO
            INVALID KEY
                DISPLAY "Aviso: fundo de maneio " FAT-NUMERO (3:4)
                    " do pedido " FAT-NUMERO " nao encontrado."
            NOT INVALID KEY
                IF FDM-EM-REEMBOLSO > FAT-VALOR
                    SUBTRACT FAT-VALOR FROM FDM-EM-REEMBOLSO
                ELSE
                    MOVE ZERO TO FDM-EM-REEMBOLSO
                END-IF
                ADD FAT-VALOR TO FDM-SALDO
                REWRITE REGISTO-FUNDO-MANEIO
        END-READ
    END-IF.

ABRIR-FUNDOS-MANEIO-FILE.
*> o ficheiro fica aberto durante toda a corrida; na primeira
*> utilizacao ainda nao existe e e criado vazio.
    OPEN I-O FUNDOS-MANEIO-FILE.
    IF FUNDOS-MANEIO-STATUS = "35"
        OPEN OUTPUT FUNDOS-MANEIO-FILE
        CLOSE FUNDOS-MANEIO-FILE
        OPEN I-O FUNDOS-MANEIO-FILE
    END-IF
    IF FUNDOS-MANEIO-STATUS = "00"
        MOVE 'S' TO PGF-FUNDOS-ABERTO
    ELSE
        DISPLAY "Aviso: FUNDOS-MANEIO-FILE indisponivel. Status: "
            FUNDOS-MANEIO-STATUS
    END-IF.

REGISTAR-RETENCAO.
*> uma linha por fatura paga: a base e o valor sem IVA quando a
*> fatura o tem decomposto, senao o valor da fatura (CSV).
    IF FAT-VALOR-LIQUIDO NUMERIC AND FAT-VALOR-LIQUIDO > ZERO
        MOVE FAT-VALOR-LIQUIDO TO PGF-BASE-RETENCAO
    ELSE
        MOVE FAT-VALOR TO PGF-BASE-RETENCAO
    END-IF
    IF PGF-RETENCOES-ABERTO NOT = 'S'
        DISPLAY "Aviso: retencao da fatura " FAT-NUMERO
            " nao registada em RETENCOES-FILE."
    ELSE
        MOVE FAT-VENDOR-NUMBER TO RET-VENDOR-NUMBER
        MOVE FAT-NUMERO TO RET-FAT-NUMERO
        MOVE PGF-VENDOR-NIF TO RET-NIF
        MOVE PGF-VENDOR-TIPO-REND TO RET-TIPO-RENDIMENTO
        MOVE PGF-DATA-HOJE TO RET-DATA-PAGAMENTO
        MOVE PGF-REFERENCIA TO RET-REF-PAGAMENTO
        MOVE PGF-BASE-RETENCAO TO RET-BASE
        MOVE FAT-TAXA-RETENCAO TO RET-TAXA
        MOVE FAT-RETENCAO TO RET-VALOR
        MOVE "P" TO RET-ESTADO
        MOVE ZERO TO RET-DATA-ENTREGA
        MOVE SPACES TO RET-GUIA
        WRITE REGISTO-RETENCAO
            INVALID KEY
                REWRITE REGISTO-RETENCAO
        END-WRITE
        IF PGF-VENDOR-NIF = SPACES
            DISPLAY "Aviso: fornecedor " FAT-VENDOR-NUMBER
                " com retencao na fonte mas sem NIF registado."
        END-IF
    END-IF.

CAPTAR-DESCONTO-PP.
                END-IF
        END-READ
        CLOSE PEND-BANCO-FILE
    END-IF
*> o IBAN de um fornecedor inativado por dormencia tambem nao se
*> usa ate a reativacao ser aprovada em aprovar_bancos.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS = "00"
        MOVE PGF-VENDOR-VERIF TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF VENDOR-BANCO-A-VERIFICAR
                    MOVE 'S' TO PGF-BANCO-PENDENTE
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

PAGAR-ADIANTAMENTOS-PENDENTES.
    PERFORM VERIFICAR-BANCO-PENDENTE
    IF PGF-BANCO-PENDENTE = 'S'
        DISPLAY "Fornecedor " ADI-VENDOR-NUMBER
            " com dados bancarios por aprovar (aprovar_bancos):"
            " adiantamento da ordem " ADI-PO-NUMBER " saltado."
    ELSE
        PERFORM PAGAR-UM-ADIANTAMENTO-OK
           INTO LINHA-INSTRUCAO
    WRITE LINHA-INSTRUCAO.

PAGAR-DESPESAS-DOCENTES.
*> os pedidos de despesas aprovados pagam-se ao docente, com a
*> sua propria instrucao; nao ha fornecedor nem fatura.
    MOVE 'N' TO PGF-FIM-DESPESAS
    OPEN I-O DESPESAS-DOC-FILE.
    IF DESPESAS-DOC-STATUS NOT = "00"
        CONTINUE
    ELSE
        OPEN INPUT DOCENTES-FILE
        PERFORM UNTIL PGF-FIM-DESPESAS = 'Y'
            READ DESPESAS-DOC-FILE NEXT RECORD
                AT END MOVE 'Y' TO PGF-FIM-DESPESAS
                NOT AT END
                    IF DSD-APROVADA
                        PERFORM PAGAR-UMA-DESPESA-DOCENTE
                    END-IF
            END-READ
        END-PERFORM
        IF DOCENTES-STATUS = "00"
            CLOSE DOCENTES-FILE
        END-IF
        CLOSE DESPESAS-DOC-FILE
    END-IF.

PAGAR-UMA-DESPESA-DOCENTE.
    MOVE SPACES TO PGF-DOCENTE-IBAN
    MOVE DSD-DOC-ID TO DOC-ID
    READ DOCENTES-FILE KEY IS DOC-ID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE DOC-IBAN TO PGF-DOCENTE-IBAN
    END-READ
    IF PGF-DOCENTE-IBAN = SPACES
        DISPLAY "Docente " DSD-DOC-ID " sem IBAN registado:"
            " pedido de despesas " DSD-NUMERO " saltado."
    ELSE
        ADD 1 TO PGF-SEQ
        MOVE PGF-SEQ TO PGF-SEQ-ED
        MOVE SPACES TO PGF-REFERENCIA
        STRING "DD" DELIMITED BY SIZE
               PGF-SEQ-ED DELIMITED BY SIZE
               INTO PGF-REFERENCIA
        MOVE "L" TO DSD-ESTADO
        MOVE PGF-DATA-HOJE TO DSD-DATA-PAGAMENTO
        MOVE PGF-REFERENCIA TO DSD-REF-PAGAMENTO
        REWRITE REGISTO-DESPESA-DOC
        ADD DSD-TOTAL TO PGF-TOTAL-GERAL
        ADD DSD-TOTAL TO PGF-VALOR-DESPESAS
        ADD 1 TO PGF-TOTAL-DESPESAS
        MOVE SPACES TO LINHA-INSTRUCAO
        MOVE DSD-TOTAL TO PGF-VALOR-ED
        STRING "DESPESAS DOCENTE " DELIMITED BY SIZE
               DSD-DOC-ID DELIMITED BY SIZE
               "  PEDIDO " DELIMITED BY SIZE
               DSD-NUMERO DELIMITED BY SIZE
               "  IBAN " DELIMITED BY SIZE
               PGF-DOCENTE-IBAN DELIMITED BY SIZE
               "  VALOR " DELIMITED BY SIZE
               PGF-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-INSTRUCAO
        WRITE LINHA-INSTRUCAO
    END-IF.

ASSINALAR-DIFERENCA-CAMBIO.
*> faturas em moeda estrangeira: a liquidacao a taxa corrente da
*> tabela de cambios e comparada com o contravalor gravado no
LER-DADOS-VENDOR-PAG.
    MOVE SPACES TO PGF-VENDOR-NOME
    MOVE SPACES TO PGF-VENDOR-IBAN
    MOVE SPACES TO PGF-VENDOR-NIF
    MOVE "B" TO PGF-VENDOR-TIPO-REND
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        CONTINUE
                IF VENDOR-DESC-DIAS NUMERIC
                    MOVE VENDOR-DESC-DIAS TO PGF-VENDOR-DESC-DIAS
                END-IF
                MOVE VENDOR-NIF TO PGF-VENDOR-NIF
                IF VENDOR-TIPO-RENDIMENTO NOT = SPACE
                    MOVE VENDOR-TIPO-RENDIMENTO
                        TO PGF-VENDOR-TIPO-REND
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF
