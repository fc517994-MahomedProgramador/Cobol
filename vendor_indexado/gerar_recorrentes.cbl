*>****************************************************************
*> Author:
*> Date:
*> Purpose: corrida de periodo dos encargos recorrentes. Para o
*>          mes pedido (AAAAMM) percorre RECORRENTES.dat e, por
*>          cada encargo ativo que vence no periodo segundo a sua
*>          periodicidade e datas, levanta o compromisso: uma
*>          ordem de compra aberta no departamento do encargo
*>          (que entra no comprometido do orcamento) e o previsto
*>          em PREVISTOS.dat, contra o qual registar_fatura
*>          confere a fatura real em vez da conferencia a tres
*>          vias. Repetir o periodo nao duplica: cada encargo
*>          guarda o ultimo periodo levantado. Termina com
*>          RETURN-CODE 2 quando algum departamento nao tem
*>          dotacao no ano.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerar_recorrentes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slrecorrente.cbl".
     COPY "slprevisto.cbl".
     COPY "slvendorpo.cbl".
     COPY "slorcamento.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdrecorrente.cbl".
  COPY "fdprevisto.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdorcamento.cbl".

WORKING-STORAGE SECTION.
  COPY "wsrecorrente.cbl".
  COPY "wsprevisto.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsorcamento.cbl".
    77 GRR-DATA-HOJE         PIC 9(8).
    77 GRR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GRR-FIM-POS           PIC X VALUE 'N'.
    77 GRR-ANO-INI           PIC 9(4).
    77 GRR-MES-INI           PIC 9(2).
    77 GRR-MESES             PIC S9(5).
    77 GRR-PASSO             PIC 9(2).
    77 GRR-QUOCIENTE         PIC 9(5).
    77 GRR-RESTO             PIC 9(2).
    77 GRR-VENCE             PIC X VALUE 'N'.
    77 GRR-PO-NUMBER         PIC 9(5).
    77 GRR-ULTIMO-PO         PIC 9(5) VALUE ZERO.
    77 GRR-TOTAL-LIDOS       PIC 9(5) VALUE ZERO.
    77 GRR-TOTAL-LEVANTADOS  PIC 9(5) VALUE ZERO.
    77 GRR-SEM-DOTACAO       PIC 9(5) VALUE ZERO.
    77 GRR-TOTAL-VALOR       PIC 9(9)V99 VALUE ZERO.
    77 GRR-VALOR-ED          PIC Z(8)9.99.

    01 GRR-PERIODO           PIC 9(6).
    01 GRR-PERIODO-R REDEFINES GRR-PERIODO.
       05 GRR-ANO            PIC 9(4).
       05 GRR-MES            PIC 9(2).

PROCEDURE DIVISION.
COPY "rvrecorrente.cbl".
COPY "rvprevisto.cbl".
COPY "rvvendorpo.cbl".
COPY "rvorcamento.cbl".

    PERFORM GERAR-ENCARGOS-PERIODO.
GOBACK.

GERAR-ENCARGOS-PERIODO.
    ACCEPT GRR-DATA-HOJE FROM DATE YYYYMMDD
    DISPLAY "Periodo a levantar (AAAAMM, 0 = mes corrente): "
        NO ADVANCING
    ACCEPT GRR-PERIODO
    IF GRR-PERIODO = ZERO OR GRR-PERIODO NOT NUMERIC
        MOVE GRR-DATA-HOJE (1:6) TO GRR-PERIODO
    END-IF
    PERFORM GARANTIR-PREVISTOS-FILE

    MOVE ZERO TO RECORRENTES-TENTATIVAS
    MOVE "99" TO RECORRENTES-STATUS
    PERFORM UNTIL RECORRENTES-STATUS = "00"
        OR RECORRENTES-TENTATIVAS = 5
        OPEN I-O RECORRENTES-FILE
        IF RECORRENTES-STATUS NOT = "00"
            ADD 1 TO RECORRENTES-TENTATIVAS
        END-IF
    END-PERFORM
    IF RECORRENTES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir RECORRENTES-FILE. Status: "
            RECORRENTES-STATUS
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE ZERO TO VPO-TENTATIVAS
    MOVE "99" TO VPO-STATUS
    PERFORM UNTIL VPO-STATUS = "00" OR VPO-TENTATIVAS = 5
        OPEN I-O VENDOR-PO-FILE
        IF VPO-STATUS NOT = "00"
            ADD 1 TO VPO-TENTATIVAS
        END-IF
    END-PERFORM
    MOVE ZERO TO PREVISTOS-TENTATIVAS
    MOVE "99" TO PREVISTOS-STATUS
    PERFORM UNTIL PREVISTOS-STATUS = "00"
        OR PREVISTOS-TENTATIVAS = 5
        OPEN I-O PREVISTOS-FILE
        IF PREVISTOS-STATUS NOT = "00"
            ADD 1 TO PREVISTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF VPO-STATUS NOT = "00" OR PREVISTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-PO-FILE/PREVISTOS-FILE."
            " Status: " VPO-STATUS "/" PREVISTOS-STATUS
        CLOSE RECORRENTES-FILE
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM UNTIL GRR-FIM-FICHEIRO = 'Y'
            READ RECORRENTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRR-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO GRR-TOTAL-LIDOS
                    PERFORM VERIFICAR-VENCIMENTO
                    IF GRR-VENCE = 'S'
                        PERFORM LEVANTAR-ENCARGO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREVISTOS-FILE
        CLOSE VENDOR-PO-FILE
        CLOSE RECORRENTES-FILE
        DISPLAY "==============================================="
        DISPLAY "  ENCARGOS RECORRENTES DO PERIODO " GRR-PERIODO
        DISPLAY "==============================================="
        DISPLAY "Encargos lidos:           " GRR-TOTAL-LIDOS
        DISPLAY "Compromissos levantados:  " GRR-TOTAL-LEVANTADOS
        MOVE GRR-TOTAL-VALOR TO GRR-VALOR-ED
        DISPLAY "Valor comprometido:       " GRR-VALOR-ED
        IF GRR-SEM-DOTACAO > ZERO
            DISPLAY "ATENCAO: " GRR-SEM-DOTACAO
                " compromissos em departamentos sem dotacao."
        END-IF
        DISPLAY "==============================================="
        EVALUATE TRUE
            WHEN GRR-SEM-DOTACAO > ZERO
                MOVE 2 TO RETURN-CODE
            WHEN GRR-TOTAL-LEVANTADOS = ZERO
                MOVE 1 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.

GARANTIR-PREVISTOS-FILE.
    OPEN INPUT PREVISTOS-FILE.
        IF PREVISTOS-STATUS = "35"
            OPEN OUTPUT PREVISTOS-FILE
            CLOSE PREVISTOS-FILE
        ELSE
            IF PREVISTOS-STATUS = "00"
                CLOSE PREVISTOS-FILE
            END-IF
        END-IF.

VERIFICAR-VENCIMENTO.
*> o encargo vence quando o periodo esta dentro das datas, ainda
*> nao foi levantado e dista do mes de inicio um multiplo da
*> periodicidade (1, 3, 6 ou 12 meses).
    MOVE 'N' TO GRR-VENCE
    MOVE RCR-DATA-INICIO (1:4) TO GRR-ANO-INI
    MOVE RCR-DATA-INICIO (5:2) TO GRR-MES-INI
    COMPUTE GRR-MESES = (GRR-ANO * 12 + GRR-MES)
        - (GRR-ANO-INI * 12 + GRR-MES-INI)
    EVALUATE TRUE
        WHEN RCR-TRIMESTRAL
            MOVE 3 TO GRR-PASSO
        WHEN RCR-SEMESTRAL
            MOVE 6 TO GRR-PASSO
        WHEN RCR-ANUAL
            MOVE 12 TO GRR-PASSO
        WHEN OTHER
            MOVE 1 TO GRR-PASSO
    END-EVALUATE
    IF RCR-ATIVO
        AND GRR-MESES NOT < ZERO
        AND RCR-ULTIMO-PERIODO < GRR-PERIODO
        AND (RCR-DATA-FIM = ZERO
             OR RCR-DATA-FIM (1:6) NOT < GRR-PERIODO)
        DIVIDE GRR-MESES BY GRR-PASSO
            GIVING GRR-QUOCIENTE REMAINDER GRR-RESTO
        IF GRR-RESTO = ZERO
            MOVE 'S' TO GRR-VENCE
        END-IF
    END-IF.

LEVANTAR-ENCARGO.
    PERFORM PROXIMO-PO-RECORRENTE
    MOVE RCR-VENDOR-NUMBER TO VPO-VENDOR-NUMBER
    MOVE GRR-PO-NUMBER TO VPO-PO-NUMBER
    COMPUTE VPO-DATA = GRR-PERIODO * 100 + 1
    MOVE RCR-DESCRICAO TO VPO-DESCRICAO
    MOVE SPACES TO VPO-ARTIGO-CODIGO
    MOVE RCR-DEPARTAMENTO TO VPO-DEPARTAMENTO
    MOVE 1 TO VPO-QUANTIDADE
    MOVE RCR-VALOR TO VPO-PRECO-UNITARIO
    MOVE RCR-VALOR TO VPO-VALOR-TOTAL
    MOVE "EUR" TO VPO-MOEDA
    MOVE ZERO TO VPO-PRECO-MOEDA
    MOVE 1 TO VPO-CAMBIO
    MOVE "N" TO VPO-CAPITAL
    MOVE "D" TO VPO-PROCEDIMENTO
    MOVE SPACES TO VPO-CATEGORIA
    MOVE ZERO TO VPO-CONTRATO
    MOVE SPACES TO VPO-PROJETO
    MOVE SPACES TO VPO-PRJ-CATEGORIA
    MOVE "A" TO VPO-ESTADO
    WRITE REGISTO-VENDOR-PO
        INVALID KEY
            DISPLAY "Erro: ordem " GRR-PO-NUMBER " duplicada para o"
                " fornecedor " RCR-VENDOR-NUMBER "; encargo "
                RCR-SEQ " nao levantado."
        NOT INVALID KEY
            PERFORM GRAVAR-PREVISTO
    END-WRITE.

PROXIMO-PO-RECORRENTE.
    MOVE ZERO TO GRR-ULTIMO-PO
    MOVE 'N' TO GRR-FIM-POS
    MOVE RCR-VENDOR-NUMBER TO VPO-VENDOR-NUMBER
    MOVE ZERO TO VPO-PO-NUMBER
    START VENDOR-PO-FILE KEY IS NOT LESS THAN VPO-CHAVE
        INVALID KEY
            MOVE 'Y' TO GRR-FIM-POS
    END-START
    PERFORM UNTIL GRR-FIM-POS = 'Y'
        READ VENDOR-PO-FILE NEXT RECORD
            AT END MOVE 'Y' TO GRR-FIM-POS
            NOT AT END
                IF VPO-VENDOR-NUMBER NOT = RCR-VENDOR-NUMBER
                    MOVE 'Y' TO GRR-FIM-POS
                ELSE
                    MOVE VPO-PO-NUMBER TO GRR-ULTIMO-PO
                END-IF
        END-READ
    END-PERFORM
    COMPUTE GRR-PO-NUMBER = GRR-ULTIMO-PO + 1.

GRAVAR-PREVISTO.
    MOVE RCR-VENDOR-NUMBER TO PRV-VENDOR-NUMBER
    MOVE GRR-PO-NUMBER TO PRV-PO-NUMBER
    MOVE RCR-SEQ TO PRV-SEQ
    MOVE GRR-PERIODO TO PRV-PERIODO
    MOVE RCR-VALOR TO PRV-VALOR
    MOVE RCR-TAXA-IVA TO PRV-TAXA-IVA
    MOVE RCR-TOLERANCIA TO PRV-TOLERANCIA
    MOVE "P" TO PRV-ESTADO
    MOVE SPACES TO PRV-FAT-NUMERO
    MOVE ZERO TO PRV-VALOR-FATURADO
    WRITE REGISTO-PREVISTO
        INVALID KEY
            REWRITE REGISTO-PREVISTO
    END-WRITE
    MOVE GRR-PERIODO TO RCR-ULTIMO-PERIODO
    REWRITE REGISTO-RECORRENTE
    ADD 1 TO GRR-TOTAL-LEVANTADOS
    ADD RCR-VALOR TO GRR-TOTAL-VALOR
    MOVE RCR-VALOR TO GRR-VALOR-ED
    DISPLAY "Fornecedor " RCR-VENDOR-NUMBER "  ordem "
        GRR-PO-NUMBER "  " RCR-DESCRICAO "  dept "
        RCR-DEPARTAMENTO "  " GRR-VALOR-ED
    PERFORM VERIFICAR-DOTACAO.

VERIFICAR-DOTACAO.
    OPEN INPUT ORCAMENTOS-FILE.
    IF ORCAMENTOS-STATUS NOT = "00"
        ADD 1 TO GRR-SEM-DOTACAO
    ELSE
        MOVE RCR-DEPARTAMENTO TO ORC-DEPARTAMENTO
        MOVE GRR-ANO TO ORC-ANO
        READ ORCAMENTOS-FILE KEY IS ORC-CHAVE
            INVALID KEY
                ADD 1 TO GRR-SEM-DOTACAO
                DISPLAY "  Aviso: departamento " RCR-DEPARTAMENTO
                    " sem dotacao para " GRR-ANO "."
            NOT INVALID KEY
                CONTINUE
        END-READ
        CLOSE ORCAMENTOS-FILE
    END-IF.
