*> Purpose: relatorio de orcamento versus execucao por
*>          departamento: para cada dotacao em ORCAMENTOS.dat soma
*>          as ordens de compra do departamento/ano (comprometido
*>          nas abertas e pendentes, gasto nas recebidas) e os
*>          vales de caixa dos fundos de maneio imputados ao
*>          departamento nesse ano (gasto), as despesas de
*>          deslocacao de docentes imputadas a rubrica
*>          (comprometido quando aprovadas, gasto quando pagas),
*>          os consumos de armazem imputados ao departamento por
*>          imputar_consumos (gasto), e mostra o disponivel.
*>          Grava tambem em ORCAMENTO-AAAAMMDD.dat, catalogado no
*>          spool (em nome do lote quando corre sem sessao).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slorcamento.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvale.cbl".
     COPY "sldespdoc.cbl".
     COPY "sldespdoclin.cbl".
     COPY "slimputacao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT ORCAMENTO-REL-FILE
         ASSIGN TO ORR-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdorcamento.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvale.cbl".
  COPY "fddespdoc.cbl".
  COPY "fddespdoclin.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD ORCAMENTO-REL-FILE.
  01 LINHA-ORCAMENTO         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsorcamento.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvale.cbl".
  COPY "wsdespdoc.cbl".
  COPY "wsdespdoclin.cbl".
  COPY "wsimputacao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 ORR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 ORR-FIM-POS           PIC X VALUE 'N'.
    77 ORR-FIM-VALES         PIC X VALUE 'N'.
    77 ORR-FIM-DESPESAS      PIC X VALUE 'N'.
    77 ORR-FIM-IMPUTACOES    PIC X VALUE 'N'.
    77 ORR-COMPROMETIDO      PIC 9(9)V99 VALUE ZERO.
    77 ORR-GASTO             PIC 9(9)V99 VALUE ZERO.
    77 ORR-DISPONIVEL        PIC S9(9)V99 VALUE ZERO.
    77 ORR-VALOR-ED          PIC +Z(8)9.99.
    77 ORR-TOTAL-ORCAMENTOS  PIC 9(3) VALUE ZERO.
    77 ORR-NOME-FICHEIRO     PIC X(40).
    77 ORR-DATA-HOJE         PIC 9(8).
    77 ORR-LINHAS            PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvorcamento.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvale.cbl".
COPY "rvdespdoc.cbl".
COPY "rvdespdoclin.cbl".
COPY "rvimputacao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    PERFORM RELATORIO-ORCAMENTO.
GOBACK.

            ORCAMENTOS-STATUS "). Sem orcamentos registados."
        MOVE 1 TO RETURN-CODE
    ELSE
        ACCEPT ORR-DATA-HOJE FROM DATE YYYYMMDD
        MOVE SPACES TO ORR-NOME-FICHEIRO
        STRING "ORCAMENTO-" DELIMITED BY SIZE
               ORR-DATA-HOJE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO ORR-NOME-FICHEIRO
        OPEN OUTPUT ORCAMENTO-REL-FILE
        MOVE SPACES TO LINHA-ORCAMENTO
        MOVE ALL "=" TO LINHA-ORCAMENTO (1:46)
        PERFORM ESCREVER-LINHA-ORCAMENTO
        MOVE "  ORCAMENTO VERSUS EXECUCAO POR DEPARTAMENTO"
            TO LINHA-ORCAMENTO
        PERFORM ESCREVER-LINHA-ORCAMENTO
        MOVE ALL "=" TO LINHA-ORCAMENTO (1:46)
        PERFORM ESCREVER-LINHA-ORCAMENTO
        PERFORM UNTIL ORR-FIM-FICHEIRO = 'Y'
            READ ORCAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORR-FIM-FICHEIRO
            END-READ
        END-PERFORM
        CLOSE ORCAMENTOS-FILE
        MOVE ALL "=" TO LINHA-ORCAMENTO (1:46)
        PERFORM ESCREVER-LINHA-ORCAMENTO
        STRING "Orcamentos listados: " DELIMITED BY SIZE
               ORR-TOTAL-ORCAMENTOS DELIMITED BY SIZE
               INTO LINHA-ORCAMENTO
        PERFORM ESCREVER-LINHA-ORCAMENTO
        CLOSE ORCAMENTO-REL-FILE
        MOVE "orcamento_relatorio" TO SPR-PROGRAMA
        MOVE ORR-DATA-HOJE TO SPR-PARAMETROS
        MOVE ORR-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE ORR-LINHAS TO SPR-LINHAS
        IF SES-OPERADOR-ATUAL = SPACES
            MOVE "LOTE" TO SPR-OPERADOR
        ELSE
            MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        END-IF
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio gravado em " ORR-NOME-FICHEIRO
        IF ORR-TOTAL-ORCAMENTOS = ZERO
            MOVE 1 TO RETURN-CODE
        ELSE
MOSTRAR-ORCAMENTO.
    ADD 1 TO ORR-TOTAL-ORCAMENTOS
    PERFORM SOMAR-EXECUCAO
    STRING "Departamento " DELIMITED BY SIZE
           ORC-DEPARTAMENTO DELIMITED BY SIZE
           "  Ano " DELIMITED BY SIZE
           ORC-ANO DELIMITED BY SIZE
           INTO LINHA-ORCAMENTO
    PERFORM ESCREVER-LINHA-ORCAMENTO
    MOVE ORC-DOTACAO TO ORR-VALOR-ED
    STRING "  Dotacao:      " DELIMITED BY SIZE
           ORR-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-ORCAMENTO
    PERFORM ESCREVER-LINHA-ORCAMENTO
    MOVE ORR-COMPROMETIDO TO ORR-VALOR-ED
    STRING "  Comprometido: " DELIMITED BY SIZE
           ORR-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-ORCAMENTO
    PERFORM ESCREVER-LINHA-ORCAMENTO
    MOVE ORR-GASTO TO ORR-VALOR-ED
    STRING "  Gasto:        " DELIMITED BY SIZE
           ORR-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-ORCAMENTO
    PERFORM ESCREVER-LINHA-ORCAMENTO
    COMPUTE ORR-DISPONIVEL =
        ORC-DOTACAO - ORR-COMPROMETIDO - ORR-GASTO
    MOVE ORR-DISPONIVEL TO ORR-VALOR-ED
    STRING "  Disponivel:   " DELIMITED BY SIZE
           ORR-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-ORCAMENTO
    PERFORM ESCREVER-LINHA-ORCAMENTO
    IF ORR-DISPONIVEL < ZERO
        MOVE "  *** ORCAMENTO EXCEDIDO ***" TO LINHA-ORCAMENTO
        PERFORM ESCREVER-LINHA-ORCAMENTO
    END-IF
    MOVE ALL "-" TO LINHA-ORCAMENTO (1:46)
    PERFORM ESCREVER-LINHA-ORCAMENTO.

ESCREVER-LINHA-ORCAMENTO.
    WRITE LINHA-ORCAMENTO
    ADD 1 TO ORR-LINHAS
    DISPLAY LINHA-ORCAMENTO (1:60)
    MOVE SPACES TO LINHA-ORCAMENTO.

SOMAR-EXECUCAO.
    MOVE ZERO TO ORR-COMPROMETIDO
            END-READ
        END-PERFORM
        CLOSE VENDOR-PO-FILE
    END-IF
    PERFORM SOMAR-VALES-CAIXA
    PERFORM SOMAR-DESPESAS-DOCENTES
    PERFORM SOMAR-CONSUMOS-ARMAZEM.

SOMAR-VALES-CAIXA.
*> o vale ja foi pago pelo fundo: conta como gasto na rubrica
*> indicada, que pode nao ser o departamento do fundo.
    MOVE 'N' TO ORR-FIM-VALES
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL ORR-FIM-VALES = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORR-FIM-VALES
                NOT AT END
                    IF VLC-DEPT-ORCAMENTO = ORC-DEPARTAMENTO
                        AND VLC-DATA (1:4) = ORC-ANO
                        ADD VLC-VALOR TO ORR-GASTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF.

SOMAR-DESPESAS-DOCENTES.
*> as linhas dos pedidos de despesas de docentes contam pela
*> rubrica da linha e pelo ano do pedido.
    MOVE 'N' TO ORR-FIM-DESPESAS
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS NOT = "00"
        CONTINUE
    ELSE
        OPEN INPUT DESPESAS-DOC-FILE
        PERFORM UNTIL ORR-FIM-DESPESAS = 'Y'
            READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORR-FIM-DESPESAS
                NOT AT END
                    IF DSL-CENTRO = ORC-DEPARTAMENTO
                        PERFORM SOMAR-UMA-DESPESA-DOCENTE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF.

SOMAR-UMA-DESPESA-DOCENTE.
    MOVE DSL-DOC-ID TO DSD-DOC-ID
    MOVE DSL-NUMERO TO DSD-NUMERO
    READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSD-DATA (1:4) = ORC-ANO
                EVALUATE TRUE
                    WHEN DSD-APROVADA
                        ADD DSL-VALOR TO ORR-COMPROMETIDO
                    WHEN DSD-PAGA
                        ADD DSL-VALOR TO ORR-GASTO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

SOMAR-CONSUMOS-ARMAZEM.
*> as saidas de armazem imputadas no fecho de cada mes do ano.
    MOVE 'N' TO ORR-FIM-IMPUTACOES
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL ORR-FIM-IMPUTACOES = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORR-FIM-IMPUTACOES
                NOT AT END
                    IF IMP-DEPARTAMENTO = ORC-DEPARTAMENTO
                        AND IMP-PERIODO (1:4) = ORC-ANO
                        ADD IMP-VALOR TO ORR-GASTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
