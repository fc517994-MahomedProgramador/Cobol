*>****************************************************************
*> Author:
*> Date:
*> Purpose: relatorio de execucao dos projetos de investigacao:
*>          para o projeto pedido (ENTER = todos os projetos
*>          ativos) acumula, por rubrica elegivel, o comprometido
*>          (linhas de ordens nao canceladas e faturas sem ordem),
*>          o faturado (faturas menos notas de credito) e o pago,
*>          juntando em todas as colunas os vales de caixa e as
*>          saidas de stock imputadas ao projeto, e compara com o
*>          orcamento aprovado. Assinala cada despesa com data
*>          fora do periodo de elegibilidade ou imputada a rubrica
*>          sem orcamento. Grava em PROJETOS-<data>.dat, regista no
*>          spool e termina com RETURN-CODE 2 quando ha despesas
*>          assinaladas.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_projetos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slprojeto.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvendorpolin.cbl".
     COPY "slfatura.cbl".
     COPY "slvale.cbl".
     COPY "slstockmov.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT EXECUCAO-FILE
         ASSIGN TO RPJ-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdprojeto.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvendorpolin.cbl".
  COPY "fdfatura.cbl".
  COPY "fdvale.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD EXECUCAO-FILE.
  01 LINHA-EXECUCAO          PIC X(132).

WORKING-STORAGE SECTION.
  COPY "wsprojeto.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvendorpolin.cbl".
  COPY "wsfatura.cbl".
  COPY "wsvale.cbl".
  COPY "wsstockmov.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
  COPY "wsprjimput.cbl".
    77 RPJ-HOJE              PIC 9(8).
    77 RPJ-PROJETO-PEDIDO    PIC X(8).
    77 RPJ-NOME-FICHEIRO     PIC X(40).
    77 RPJ-FIM-PROJETOS      PIC X VALUE 'N'.
    77 RPJ-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RPJ-IX                PIC 9(2).
    77 RPJ-CATEGORIA         PIC X(2).
    77 RPJ-DATA              PIC 9(8).
    77 RPJ-ORIGEM            PIC X(24).
    77 RPJ-VALOR             PIC S9(9)V99.
    77 RPJ-MOTIVO            PIC X(20).
    77 RPJ-EXC-CAB           PIC X VALUE 'N'.
    77 RPJ-ORCAMENTO         PIC 9(9)V99.
    77 RPJ-DISPONIVEL        PIC S9(9)V99.
    77 RPJ-TOTAL-PROJETOS    PIC 9(4) VALUE ZERO.
    77 RPJ-TOTAL-DESPESAS    PIC 9(5) VALUE ZERO.
    77 RPJ-TOTAL-ASSINALADAS PIC 9(5) VALUE ZERO.
    77 RPJ-ORC-ED            PIC Z(8)9.99.
    77 RPJ-COM-ED            PIC -Z(8)9.99.
    77 RPJ-FAT-ED            PIC -Z(8)9.99.
    77 RPJ-PAG-ED            PIC -Z(8)9.99.
    77 RPJ-DIS-ED            PIC -Z(8)9.99.
    77 RPJ-VALOR-ED          PIC -Z(8)9.99.

*> acumulados do projeto por rubrica, pela ordem de PRJ-RUBRICA;
*> a nona posicao junta o que foi imputado a rubrica sem
*> orcamento aprovado.
    01 RPJ-ACUMULADOS.
       05 RPJ-ACUM-ENT OCCURS 9 TIMES.
          10 RPJ-COMPROMETIDO   PIC S9(9)V99.
          10 RPJ-FATURADO       PIC S9(9)V99.
          10 RPJ-PAGO           PIC S9(9)V99.
    01 RPJ-TOTAIS.
       05 RPJ-TOT-ORCAMENTO     PIC 9(10)V99.
       05 RPJ-TOT-COMPROMETIDO  PIC S9(10)V99.
       05 RPJ-TOT-FATURADO      PIC S9(10)V99.
       05 RPJ-TOT-PAGO          PIC S9(10)V99.

PROCEDURE DIVISION.
COPY "rvprojeto.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvendorpolin.cbl".
COPY "rvfatura.cbl".
COPY "rvvale.cbl".
COPY "rvstockmov.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM RELATORIO-PROJETOS.
GOBACK.

RELATORIO-PROJETOS.
    ACCEPT RPJ-HOJE FROM DATE YYYYMMDD
    DISPLAY "Codigo do projeto (ENTER = todos os ativos): "
        NO ADVANCING
    MOVE SPACES TO RPJ-PROJETO-PEDIDO
    ACCEPT RPJ-PROJETO-PEDIDO
    MOVE SPACES TO RPJ-NOME-FICHEIRO
    STRING "PROJETOS-" DELIMITED BY SIZE
           RPJ-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RPJ-NOME-FICHEIRO

    OPEN INPUT PROJETOS-FILE.
    IF PROJETOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROJETOS-FILE. Status: "
            PROJETOS-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN OUTPUT EXECUCAO-FILE
        MOVE ALL "=" TO LINHA-EXECUCAO
        WRITE LINHA-EXECUCAO
        MOVE SPACES TO LINHA-EXECUCAO
        STRING "EXECUCAO DOS PROJETOS DE INVESTIGACAO EM "
                   DELIMITED BY SIZE
               RPJ-HOJE DELIMITED BY SIZE
               INTO LINHA-EXECUCAO
        WRITE LINHA-EXECUCAO
        IF RPJ-PROJETO-PEDIDO NOT = SPACES
            MOVE RPJ-PROJETO-PEDIDO TO PRJ-CODIGO
            READ PROJETOS-FILE KEY IS PRJ-CODIGO
                INVALID KEY
                    DISPLAY "Projeto nao encontrado."
                NOT INVALID KEY
                    PERFORM EXECUCAO-PROJETO
            END-READ
        ELSE
            PERFORM UNTIL RPJ-FIM-PROJETOS = 'Y'
                READ PROJETOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RPJ-FIM-PROJETOS
                    NOT AT END
                        IF PRJ-ATIVO
                            PERFORM EXECUCAO-PROJETO
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        MOVE ALL "=" TO LINHA-EXECUCAO
        WRITE LINHA-EXECUCAO
        MOVE SPACES TO LINHA-EXECUCAO
        STRING "TOTAL: " DELIMITED BY SIZE
               RPJ-TOTAL-PROJETOS DELIMITED BY SIZE
               " projetos, " DELIMITED BY SIZE
               RPJ-TOTAL-DESPESAS DELIMITED BY SIZE
               " despesas imputadas, " DELIMITED BY SIZE
               RPJ-TOTAL-ASSINALADAS DELIMITED BY SIZE
               " assinaladas" DELIMITED BY SIZE
               INTO LINHA-EXECUCAO
        WRITE LINHA-EXECUCAO
        CLOSE EXECUCAO-FILE
        CLOSE PROJETOS-FILE
        MOVE "relatorio_projetos" TO SPR-PROGRAMA
        MOVE RPJ-PROJETO-PEDIDO TO SPR-PARAMETROS
        MOVE RPJ-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RPJ-TOTAL-DESPESAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de execucao dos projetos gravado em "
            RPJ-NOME-FICHEIRO
        DISPLAY "  " RPJ-TOTAL-PROJETOS " projetos, "
            RPJ-TOTAL-DESPESAS " despesas imputadas, "
            RPJ-TOTAL-ASSINALADAS " fora do periodo elegivel ou"
            " sem orcamento."
        EVALUATE TRUE
            WHEN RPJ-TOTAL-ASSINALADAS > ZERO
                MOVE 2 TO RETURN-CODE
            WHEN RPJ-TOTAL-PROJETOS = ZERO
                MOVE 1 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.

EXECUCAO-PROJETO.
    ADD 1 TO RPJ-TOTAL-PROJETOS
    INITIALIZE RPJ-ACUMULADOS
    INITIALIZE RPJ-TOTAIS
    MOVE 'N' TO RPJ-EXC-CAB
    MOVE ALL "-" TO LINHA-EXECUCAO
    WRITE LINHA-EXECUCAO
    MOVE SPACES TO LINHA-EXECUCAO
    STRING "PROJETO " DELIMITED BY SIZE
           PRJ-CODIGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRJ-DESIGNACAO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PRJ-FINANCIADOR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRJ-REFERENCIA DELIMITED BY SIZE
           INTO LINHA-EXECUCAO
    WRITE LINHA-EXECUCAO
    MOVE SPACES TO LINHA-EXECUCAO
    STRING "  Investigador: " DELIMITED BY SIZE
           PRJ-INVESTIGADOR DELIMITED BY SIZE
           "  Elegibilidade: " DELIMITED BY SIZE
           PRJ-DATA-INICIO DELIMITED BY SIZE
           " a " DELIMITED BY SIZE
           PRJ-DATA-FIM DELIMITED BY SIZE
           INTO LINHA-EXECUCAO
    IF PRJ-ENCERRADO
        MOVE "  ENCERRADO" TO LINHA-EXECUCAO (80:11)
    END-IF
    WRITE LINHA-EXECUCAO
    PERFORM SOMAR-LINHAS-PO-PROJETO
    PERFORM SOMAR-FATURAS-PROJETO
    PERFORM SOMAR-VALES-PROJETO
    PERFORM SOMAR-SAIDAS-STOCK-PROJETO
    PERFORM ESCREVER-RUBRICAS-PROJETO.

SOMAR-LINHAS-PO-PROJETO.
*> o comprometido vem das linhas das ordens nao canceladas; a
*> data de referencia e a da ordem.
    OPEN INPUT VENDOR-PO-LIN-FILE.
    IF VPL-STATUS = "00"
        OPEN INPUT VENDOR-PO-FILE
        MOVE 'N' TO RPJ-FIM-FICHEIRO
        PERFORM UNTIL RPJ-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO RPJ-FIM-FICHEIRO
                NOT AT END
                    IF VPL-PROJETO = PRJ-CODIGO
                        PERFORM SOMAR-UMA-LINHA-PO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-PO-FILE
        CLOSE VENDOR-PO-LIN-FILE
    END-IF.

SOMAR-UMA-LINHA-PO.
    MOVE VPL-VENDOR-NUMBER TO VPO-VENDOR-NUMBER
    MOVE VPL-PO-NUMBER TO VPO-PO-NUMBER
    READ VENDOR-PO-FILE KEY IS VPO-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NOT VPO-CANCELADA
                MOVE VPL-PRJ-CATEGORIA TO RPJ-CATEGORIA
                MOVE VPO-DATA TO RPJ-DATA
                MOVE VPL-VALOR TO RPJ-VALOR
                MOVE SPACES TO RPJ-ORIGEM
                STRING "PO " DELIMITED BY SIZE
                       VPL-PO-NUMBER DELIMITED BY SIZE
                       " linha " DELIMITED BY SIZE
                       VPL-LINHA DELIMITED BY SIZE
                       INTO RPJ-ORIGEM
                PERFORM LOCALIZAR-RUBRICA
                ADD RPJ-VALOR TO RPJ-COMPROMETIDO (RPJ-IX)
            END-IF
    END-READ.

SOMAR-FATURAS-PROJETO.
*> as faturas sem ordem de compra comprometem o orcamento na
*> propria fatura; as notas de credito abatem.
    OPEN INPUT FATURAS-FILE.
    IF FATURAS-STATUS = "00"
        MOVE 'N' TO RPJ-FIM-FICHEIRO
        PERFORM UNTIL RPJ-FIM-FICHEIRO = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RPJ-FIM-FICHEIRO
                NOT AT END
                    IF FAT-PROJETO = PRJ-CODIGO
                        AND NOT FAT-REEMBOLSO-MANEIO
                        PERFORM SOMAR-UMA-FATURA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FATURAS-FILE
    END-IF.

SOMAR-UMA-FATURA.
    MOVE FAT-PRJ-CATEGORIA TO RPJ-CATEGORIA
    MOVE FAT-DATA TO RPJ-DATA
    IF FAT-NOTA-CREDITO
        COMPUTE RPJ-VALOR = ZERO - FAT-VALOR
    ELSE
        MOVE FAT-VALOR TO RPJ-VALOR
    END-IF
    MOVE SPACES TO RPJ-ORIGEM
    STRING "FT " DELIMITED BY SIZE
           FAT-VENDOR-NUMBER DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FAT-NUMERO DELIMITED BY SIZE
           INTO RPJ-ORIGEM
    PERFORM LOCALIZAR-RUBRICA
    IF FAT-PO-NUMBER = ZERO
        ADD RPJ-VALOR TO RPJ-COMPROMETIDO (RPJ-IX)
    END-IF
    ADD RPJ-VALOR TO RPJ-FATURADO (RPJ-IX)
    IF FAT-PAGA
        ADD RPJ-VALOR TO RPJ-PAGO (RPJ-IX)
    END-IF.

SOMAR-VALES-PROJETO.
*> o vale de caixa e pago no ato: conta em todas as colunas.
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS = "00"
        MOVE 'N' TO RPJ-FIM-FICHEIRO
        PERFORM UNTIL RPJ-FIM-FICHEIRO = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO RPJ-FIM-FICHEIRO
                NOT AT END
                    IF VLC-PROJETO = PRJ-CODIGO
                        MOVE VLC-PRJ-CATEGORIA TO RPJ-CATEGORIA
                        MOVE VLC-DATA TO RPJ-DATA
                        MOVE VLC-VALOR TO RPJ-VALOR
                        MOVE SPACES TO RPJ-ORIGEM
                        STRING "VALE " DELIMITED BY SIZE
                               VLC-DEPARTAMENTO DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               VLC-NUMERO DELIMITED BY SIZE
                               INTO RPJ-ORIGEM
                        PERFORM SOMAR-EM-TODAS-COLUNAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF.

SOMAR-SAIDAS-STOCK-PROJETO.
*> as saidas de armazem sao valorizadas ao ultimo preco na data
*> da saida e contam, como os vales, em todas as colunas.
    OPEN INPUT STOCKMOV-FILE.
    IF STOCKMOV-STATUS = "00"
        MOVE 'N' TO RPJ-FIM-FICHEIRO
        PERFORM UNTIL RPJ-FIM-FICHEIRO = 'Y'
            READ STOCKMOV-FILE NEXT RECORD
                AT END MOVE 'Y' TO RPJ-FIM-FICHEIRO
                NOT AT END
                    IF SMV-SAIDA AND SMV-PROJETO = PRJ-CODIGO
                        MOVE SMV-PRJ-CATEGORIA TO RPJ-CATEGORIA
                        MOVE SMV-DATA TO RPJ-DATA
                        MOVE SMV-VALOR TO RPJ-VALOR
                        MOVE SPACES TO RPJ-ORIGEM
                        STRING "STOCK " DELIMITED BY SIZE
                               SMV-ARTIGO-CODIGO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SMV-DEPARTAMENTO DELIMITED BY SIZE
                               INTO RPJ-ORIGEM
                        PERFORM SOMAR-EM-TODAS-COLUNAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCKMOV-FILE
    END-IF.

SOMAR-EM-TODAS-COLUNAS.
    PERFORM LOCALIZAR-RUBRICA
    ADD RPJ-VALOR TO RPJ-COMPROMETIDO (RPJ-IX)
    ADD RPJ-VALOR TO RPJ-FATURADO (RPJ-IX)
    ADD RPJ-VALOR TO RPJ-PAGO (RPJ-IX).

LOCALIZAR-RUBRICA.
*> devolve em RPJ-IX a posicao da rubrica (9 = sem orcamento) e
*> assinala a despesa fora do periodo ou sem orcamento.
    ADD 1 TO RPJ-TOTAL-DESPESAS
    PERFORM VARYING RPJ-IX FROM 1 BY 1
        UNTIL RPJ-IX > 8
        OR PRJ-RUB-CATEGORIA (RPJ-IX) = RPJ-CATEGORIA
        CONTINUE
    END-PERFORM
    IF RPJ-IX > 8
        MOVE 9 TO RPJ-IX
    ELSE
        IF PRJ-RUB-ORCAMENTO (RPJ-IX) = ZERO
            MOVE 9 TO RPJ-IX
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN RPJ-DATA < PRJ-DATA-INICIO OR RPJ-DATA > PRJ-DATA-FIM
            MOVE "FORA DO PERIODO" TO RPJ-MOTIVO
            PERFORM ESCREVER-ASSINALADA
        WHEN RPJ-IX = 9
            MOVE "RUBRICA SEM ORCAMENTO" TO RPJ-MOTIVO
            PERFORM ESCREVER-ASSINALADA
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ESCREVER-ASSINALADA.
    IF RPJ-EXC-CAB = 'N'
        MOVE 'S' TO RPJ-EXC-CAB
        MOVE SPACES TO LINHA-EXECUCAO
        MOVE "  Despesas assinaladas:" TO LINHA-EXECUCAO
        WRITE LINHA-EXECUCAO
    END-IF
    ADD 1 TO RPJ-TOTAL-ASSINALADAS
    MOVE RPJ-VALOR TO RPJ-VALOR-ED
    MOVE SPACES TO LINHA-EXECUCAO
    STRING "    " DELIMITED BY SIZE
           RPJ-DATA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RPJ-ORIGEM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-CATEGORIA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-VALOR-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RPJ-MOTIVO DELIMITED BY SIZE
           INTO LINHA-EXECUCAO
    WRITE LINHA-EXECUCAO.

ESCREVER-RUBRICAS-PROJETO.
    MOVE SPACES TO LINHA-EXECUCAO
    MOVE "  Rubrica" TO LINHA-EXECUCAO (1:9)
    MOVE "Orcamento" TO LINHA-EXECUCAO (38:9)
    MOVE "Comprometido" TO LINHA-EXECUCAO (49:12)
    MOVE "Faturado" TO LINHA-EXECUCAO (67:8)
    MOVE "Pago" TO LINHA-EXECUCAO (85:4)
    MOVE "Disponivel" TO LINHA-EXECUCAO (93:10)
    WRITE LINHA-EXECUCAO
    PERFORM VARYING RPJ-IX FROM 1 BY 1 UNTIL RPJ-IX > 9
        IF RPJ-IX = 9
            MOVE ZERO TO RPJ-ORCAMENTO
        ELSE
            MOVE PRJ-RUB-ORCAMENTO (RPJ-IX) TO RPJ-ORCAMENTO
        END-IF
        IF RPJ-ORCAMENTO NOT = ZERO
            OR RPJ-COMPROMETIDO (RPJ-IX) NOT = ZERO
            OR RPJ-FATURADO (RPJ-IX) NOT = ZERO
            OR RPJ-PAGO (RPJ-IX) NOT = ZERO
            PERFORM ESCREVER-UMA-RUBRICA
        END-IF
    END-PERFORM
    MOVE RPJ-TOT-ORCAMENTO TO RPJ-ORC-ED
    MOVE RPJ-TOT-COMPROMETIDO TO RPJ-COM-ED
    MOVE RPJ-TOT-FATURADO TO RPJ-FAT-ED
    MOVE RPJ-TOT-PAGO TO RPJ-PAG-ED
    COMPUTE RPJ-DISPONIVEL = RPJ-TOT-ORCAMENTO - RPJ-TOT-COMPROMETIDO
    MOVE RPJ-DISPONIVEL TO RPJ-DIS-ED
    MOVE SPACES TO LINHA-EXECUCAO
    MOVE "  TOTAL DO PROJETO" TO LINHA-EXECUCAO (1:18)
    STRING RPJ-ORC-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-COM-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-FAT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-PAG-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-DIS-ED DELIMITED BY SIZE
           INTO LINHA-EXECUCAO (35:98)
    WRITE LINHA-EXECUCAO.

ESCREVER-UMA-RUBRICA.
    COMPUTE RPJ-DISPONIVEL = RPJ-ORCAMENTO - RPJ-COMPROMETIDO (RPJ-IX)
    MOVE RPJ-ORCAMENTO TO RPJ-ORC-ED
    MOVE RPJ-COMPROMETIDO (RPJ-IX) TO RPJ-COM-ED
    MOVE RPJ-FATURADO (RPJ-IX) TO RPJ-FAT-ED
    MOVE RPJ-PAGO (RPJ-IX) TO RPJ-PAG-ED
    MOVE RPJ-DISPONIVEL TO RPJ-DIS-ED
    MOVE SPACES TO LINHA-EXECUCAO
    IF RPJ-IX = 9
        MOVE "  -- Sem orcamento aprovado" TO LINHA-EXECUCAO
    ELSE
        STRING "  " DELIMITED BY SIZE
               PJI-RUB-CODIGO (RPJ-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PJI-RUB-NOME (RPJ-IX) (1:27) DELIMITED BY SIZE
               INTO LINHA-EXECUCAO
    END-IF
    STRING RPJ-ORC-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-COM-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-FAT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-PAG-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RPJ-DIS-ED DELIMITED BY SIZE
           INTO LINHA-EXECUCAO (35:98)
    IF RPJ-DISPONIVEL < ZERO
        MOVE "  EXCEDIDO" TO LINHA-EXECUCAO (103:10)
    END-IF
    WRITE LINHA-EXECUCAO
    ADD RPJ-ORCAMENTO TO RPJ-TOT-ORCAMENTO
    ADD RPJ-COMPROMETIDO (RPJ-IX) TO RPJ-TOT-COMPROMETIDO
    ADD RPJ-FATURADO (RPJ-IX) TO RPJ-TOT-FATURADO
    ADD RPJ-PAGO (RPJ-IX) TO RPJ-TOT-PAGO.

COPY "pspool.cbl".

COPY "psessao.cbl".
