*>****************************************************************
*> Author:
*> Date:
*> Purpose: encargos recorrentes de fornecedores (rendas,
*>          eletricidade, limpeza, licencas de software). Cada
*>          encargo (RECORRENTES.dat) tem fornecedor, descricao,
*>          valor liquido fixo ou estimado, taxa de IVA,
*>          departamento, periodicidade (mensal, trimestral,
*>          semestral ou anual), datas de inicio e fim e a
*>          tolerancia de conferencia. A corrida de cada periodo
*>          (gerar_recorrentes) levanta o compromisso; aqui
*>          criam-se, listam-se e encerram-se os encargos e
*>          consultam-se os previstos ainda por faturar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_recorrentes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slrecorrente.cbl".
     COPY "slprevisto.cbl".
     COPY "slvendor.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdrecorrente.cbl".
  COPY "fdprevisto.cbl".
  COPY "fdvendor.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsrecorrente.cbl".
  COPY "wsprevisto.cbl".
  COPY "wsvendor.cbl".
  COPY "wssessao.cbl".
    77 GRC-OPCAO             PIC 9 VALUE ZERO.
    77 GRC-SAIR              PIC X VALUE 'N'.
    77 GRC-VENDOR            PIC 9(5).
    77 GRC-VENDOR-OK         PIC X VALUE 'N'.
    77 GRC-SEQ               PIC 9(3).
    77 GRC-ULTIMO-SEQ        PIC 9(3) VALUE ZERO.
    77 GRC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GRC-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GRC-DADOS-OK          PIC X VALUE 'N'.
    77 GRC-RESPOSTA          PIC X(6).
    77 GRC-VALOR-ED          PIC Z(4)9.99.
    77 GRC-PREVISTO-ED       PIC Z(6)9.99.

PROCEDURE DIVISION.
COPY "rvrecorrente.cbl".
COPY "rvprevisto.cbl".
COPY "rvvendor.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-RECORRENTES
    PERFORM UNTIL GRC-SAIR = 'Y'
        PERFORM MENU-RECORRENTES
    END-PERFORM.
GOBACK.

MENU-RECORRENTES.
    DISPLAY "==================================="
    DISPLAY "    ENCARGOS RECORRENTES"
    DISPLAY "==================================="
    DISPLAY "1 - Criar encargo recorrente"
    DISPLAY "2 - Listar encargos"
    DISPLAY "3 - Encerrar encargo"
    DISPLAY "4 - Previstos por faturar"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GRC-OPCAO
    EVALUATE GRC-OPCAO
        WHEN 1
            PERFORM CRIAR-RECORRENTE
        WHEN 2
            PERFORM LISTAR-RECORRENTES
        WHEN 3
            PERFORM ENCERRAR-RECORRENTE
        WHEN 4
            PERFORM LISTAR-PREVISTOS
        WHEN 0
            MOVE 'Y' TO GRC-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-RECORRENTES.
    OPEN INPUT RECORRENTES-FILE.
    IF RECORRENTES-STATUS = "35"
        OPEN OUTPUT RECORRENTES-FILE
        CLOSE RECORRENTES-FILE
    ELSE
        IF RECORRENTES-STATUS = "00"
            CLOSE RECORRENTES-FILE
        END-IF
    END-IF
    OPEN INPUT PREVISTOS-FILE.
    IF PREVISTOS-STATUS = "35"
        OPEN OUTPUT PREVISTOS-FILE
        CLOSE PREVISTOS-FILE
    ELSE
        IF PREVISTOS-STATUS = "00"
            CLOSE PREVISTOS-FILE
        END-IF
    END-IF.

CRIAR-RECORRENTE.
    DISPLAY "Numero do fornecedor: " NO ADVANCING
    ACCEPT GRC-VENDOR
    MOVE 'N' TO GRC-VENDOR-OK
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS = "00"
        MOVE GRC-VENDOR TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                DISPLAY "Fornecedor nao encontrado."
            NOT INVALID KEY
                IF VENDOR-ATIVO
                    MOVE 'S' TO GRC-VENDOR-OK
                ELSE
                    DISPLAY "Fornecedor inativo."
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF
    IF GRC-VENDOR-OK = 'S'
        PERFORM PROXIMO-SEQ-RECORRENTE
        MOVE GRC-VENDOR TO RCR-VENDOR-NUMBER
        MOVE GRC-SEQ TO RCR-SEQ
        PERFORM PEDIR-DADOS-RECORRENTE
        IF GRC-DADOS-OK = 'S'
            PERFORM GRAVAR-RECORRENTE
        END-IF
    END-IF.

PROXIMO-SEQ-RECORRENTE.
    MOVE ZERO TO GRC-ULTIMO-SEQ
    MOVE 'N' TO GRC-FIM-FICHEIRO
    OPEN INPUT RECORRENTES-FILE.
    IF RECORRENTES-STATUS = "00"
        MOVE GRC-VENDOR TO RCR-VENDOR-NUMBER
        MOVE ZERO TO RCR-SEQ
        START RECORRENTES-FILE KEY IS NOT LESS THAN RCR-CHAVE
            INVALID KEY
                MOVE 'Y' TO GRC-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GRC-FIM-FICHEIRO = 'Y'
            READ RECORRENTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRC-FIM-FICHEIRO
                NOT AT END
                    IF RCR-VENDOR-NUMBER NOT = GRC-VENDOR
                        MOVE 'Y' TO GRC-FIM-FICHEIRO
                    ELSE
                        MOVE RCR-SEQ TO GRC-ULTIMO-SEQ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECORRENTES-FILE
    END-IF
    COMPUTE GRC-SEQ = GRC-ULTIMO-SEQ + 1.

PEDIR-DADOS-RECORRENTE.
    MOVE 'S' TO GRC-DADOS-OK
    DISPLAY "Descricao (ex: RENDA EDIFICIO B): " NO ADVANCING
    ACCEPT RCR-DESCRICAO
    DISPLAY "Valor liquido (sem IVA) por periodo: " NO ADVANCING
    ACCEPT RCR-VALOR
    DISPLAY "Valor estimado, a confirmar na fatura (S/N)? "
        NO ADVANCING
    ACCEPT RCR-ESTIMADO
    IF RCR-ESTIMADO = "s"
        MOVE "S" TO RCR-ESTIMADO
    END-IF
    IF RCR-ESTIMADO NOT = "S"
        MOVE "N" TO RCR-ESTIMADO
    END-IF
    DISPLAY "Taxa de IVA (%): " NO ADVANCING
    ACCEPT RCR-TAXA-IVA
    DISPLAY "Departamento: " NO ADVANCING
    ACCEPT RCR-DEPARTAMENTO
    DISPLAY "Periodicidade (M mensal, T trimestral, S semestral,"
        " A anual): " NO ADVANCING
    ACCEPT RCR-FREQUENCIA
    DISPLAY "Data de inicio (AAAAMMDD): " NO ADVANCING
    ACCEPT RCR-DATA-INICIO
    DISPLAY "Data de fim (AAAAMMDD, 0 = sem fim): " NO ADVANCING
    ACCEPT RCR-DATA-FIM
*> estimativas levam uma tolerancia mais larga que os valores
*> fixos de renda ou licenca.
    DISPLAY "Tolerancia de conferencia em % (ENTER = 2.00 fixo,"
        " 15.00 estimado): " NO ADVANCING
    MOVE SPACES TO GRC-RESPOSTA
    ACCEPT GRC-RESPOSTA
    IF GRC-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (GRC-RESPOSTA) TO RCR-TOLERANCIA
    ELSE
        IF RCR-VALOR-ESTIMADO
            MOVE 15.00 TO RCR-TOLERANCIA
        ELSE
            MOVE 2.00 TO RCR-TOLERANCIA
        END-IF
    END-IF
    MOVE ZERO TO RCR-ULTIMO-PERIODO
    MOVE "A" TO RCR-ESTADO
    EVALUATE TRUE
        WHEN RCR-VALOR NOT NUMERIC OR RCR-VALOR = ZERO
            DISPLAY "Valor invalido."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN RCR-TAXA-IVA NOT NUMERIC
            DISPLAY "Taxa de IVA invalida."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN RCR-DEPARTAMENTO = SPACES
            DISPLAY "O departamento e obrigatorio para o"
                " compromisso no orcamento."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN NOT RCR-MENSAL AND NOT RCR-TRIMESTRAL
            AND NOT RCR-SEMESTRAL AND NOT RCR-ANUAL
            DISPLAY "Periodicidade invalida."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN RCR-DATA-INICIO NOT NUMERIC
            OR RCR-DATA-INICIO = ZERO
            DISPLAY "Data de inicio invalida."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN RCR-DATA-FIM NOT NUMERIC
            DISPLAY "Data de fim invalida."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN RCR-DATA-FIM NOT = ZERO
            AND RCR-DATA-FIM < RCR-DATA-INICIO
            DISPLAY "A data de fim e anterior a de inicio."
            MOVE 'N' TO GRC-DADOS-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

GRAVAR-RECORRENTE.
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
    ELSE
        WRITE REGISTO-RECORRENTE
            INVALID KEY
                DISPLAY "Erro: encargo duplicado."
            NOT INVALID KEY
                DISPLAY "Encargo " GRC-SEQ " do fornecedor "
                    GRC-VENDOR " criado."
        END-WRITE
        CLOSE RECORRENTES-FILE
    END-IF.

LISTAR-RECORRENTES.
    MOVE ZERO TO GRC-TOTAL-LISTADOS
    MOVE 'N' TO GRC-FIM-FICHEIRO
    OPEN INPUT RECORRENTES-FILE.
    IF RECORRENTES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir RECORRENTES-FILE. Status: "
            RECORRENTES-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " ENCARGOS RECORRENTES"
        DISPLAY "==============================================="
        PERFORM UNTIL GRC-FIM-FICHEIRO = 'Y'
            READ RECORRENTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRC-FIM-FICHEIRO
                NOT AT END
                    MOVE RCR-VALOR TO GRC-VALOR-ED
                    DISPLAY RCR-VENDOR-NUMBER "/" RCR-SEQ "  "
                        RCR-DESCRICAO "  dept " RCR-DEPARTAMENTO
                        "  estado " RCR-ESTADO
                    DISPLAY "  valor " GRC-VALOR-ED
                        "  estimado " RCR-ESTIMADO
                        "  IVA " RCR-TAXA-IVA
                        "%  periodicidade " RCR-FREQUENCIA
                        "  de " RCR-DATA-INICIO " a " RCR-DATA-FIM
                        "  ultimo periodo " RCR-ULTIMO-PERIODO
                    ADD 1 TO GRC-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        CLOSE RECORRENTES-FILE
        DISPLAY "Total de encargos: " GRC-TOTAL-LISTADOS
    END-IF.

ENCERRAR-RECORRENTE.
*> encerrar nao apaga: os previstos ja levantados continuam a
*> conferir com a fatura que ainda chegue.
    DISPLAY "Numero do fornecedor: " NO ADVANCING
    ACCEPT GRC-VENDOR
    DISPLAY "Numero do encargo: " NO ADVANCING
    ACCEPT GRC-SEQ
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
    ELSE
        MOVE GRC-VENDOR TO RCR-VENDOR-NUMBER
        MOVE GRC-SEQ TO RCR-SEQ
        READ RECORRENTES-FILE KEY IS RCR-CHAVE
            INVALID KEY
                DISPLAY "Encargo nao encontrado."
            NOT INVALID KEY
                IF RCR-ENCERRADO
                    DISPLAY "O encargo ja esta encerrado."
                ELSE
                    MOVE "E" TO RCR-ESTADO
                    REWRITE REGISTO-RECORRENTE
                    DISPLAY "Encargo encerrado."
                END-IF
        END-READ
        CLOSE RECORRENTES-FILE
    END-IF.

LISTAR-PREVISTOS.
    MOVE ZERO TO GRC-TOTAL-LISTADOS
    MOVE 'N' TO GRC-FIM-FICHEIRO
    OPEN INPUT PREVISTOS-FILE.
    IF PREVISTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PREVISTOS-FILE. Status: "
            PREVISTOS-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " ENCARGOS PREVISTOS POR FATURAR"
        DISPLAY "==============================================="
        PERFORM UNTIL GRC-FIM-FICHEIRO = 'Y'
            READ PREVISTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRC-FIM-FICHEIRO
                NOT AT END
                    IF PRV-POR-FATURAR
                        MOVE PRV-VALOR TO GRC-PREVISTO-ED
                        DISPLAY "Fornecedor " PRV-VENDOR-NUMBER
                            "  ordem " PRV-PO-NUMBER
                            "  encargo " PRV-SEQ
                            "  periodo " PRV-PERIODO
                            "  previsto " GRC-PREVISTO-ED
                        ADD 1 TO GRC-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREVISTOS-FILE
        DISPLAY "Previstos por faturar: " GRC-TOTAL-LISTADOS
    END-IF.

COPY "psessao.cbl".
