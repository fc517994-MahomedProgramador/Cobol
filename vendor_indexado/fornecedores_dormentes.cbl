*>****************************************************************
*> Author:
*> Date:
*> Purpose: revisao trimestral dos fornecedores dormentes. Lista os
*>          fornecedores ATIVOS sem ordens de compra
*>          (VENDORPO.dat), sem faturas e sem pagamentos
*>          (FATURAS.dat) ha mais do numero de meses indicado
*>          (ENTER = 24) e sem ordens abertas nem faturas por
*>          pagar, em FORNECEDORES-DORMENTES-<data>.dat registado
*>          no spool. Com confirmacao, fornecedor a fornecedor,
*>          passa-os a INATIVO pelo mesmo caminho de
*>          atualizar_vendor (diario e auditoria, operacao
*>          INATIVACAO) e marca os dados bancarios para
*>          reverificacao: a corrida de pagamentos nao usa o IBAN
*>          ate a reativacao em atualizar_vendor ser aprovada a
*>          quatro olhos em aprovar_bancos.
*>          Reservado as financas (nivel 3) e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. fornecedores_dormentes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendor.cbl".
     COPY "slvendorpo.cbl".
     COPY "slfatura.cbl".
     COPY "slauditvendor.cbl".
     COPY "sljournal.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT DORMENTES-FILE
         ASSIGN TO FDR-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendor.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdfatura.cbl".
  COPY "fdauditvendor.cbl".
  COPY "fdjournal.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD DORMENTES-FILE.
  01 LINHA-DORMENTES         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsfatura.cbl".
  COPY "wsauditvendor.cbl".
  COPY "wsjournal.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 FDR-MESES             PIC 9(3) VALUE 24.
    77 FDR-RESPOSTA          PIC X(6).
    77 FDR-CONFIRMA          PIC X.
    77 FDR-NOME-FICHEIRO     PIC X(40).
    77 FDR-DATA-HOJE         PIC 9(8).
    77 FDR-MESES-TOTAL       PIC 9(6).
    77 FDR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 FDR-FIM-AUX           PIC X VALUE 'N'.
    77 FDR-POS-ABERTO        PIC X VALUE 'N'.
    77 FDR-FATURAS-ABERTO    PIC X VALUE 'N'.
    77 FDR-LISTA-OK          PIC X VALUE 'N'.
    77 FDR-TERMINAR          PIC X VALUE 'N'.
    77 FDR-EM-CURSO          PIC X VALUE 'N'.
    77 FDR-ULTIMA-PO         PIC 9(8).
    77 FDR-ULTIMA-FATURA     PIC 9(8).
    77 FDR-ULTIMO-PAGAMENTO  PIC 9(8).
    77 FDR-TEM-IBAN          PIC X.
    77 FDR-QTD-DORMENTES     PIC 9(4) VALUE ZERO.
    77 FDR-DX                PIC 9(4) VALUE ZERO.
    77 FDR-TOTAL-ATIVOS      PIC 9(5) VALUE ZERO.
    77 FDR-TOTAL-EM-CURSO    PIC 9(5) VALUE ZERO.
    77 FDR-TOTAL-INATIVADOS  PIC 9(4) VALUE ZERO.
    77 FDR-LINHAS            PIC 9(5) VALUE ZERO.
    01 FDR-DATA-CORTE.
      05 FDR-DC-ANO          PIC 9(4).
      05 FDR-DC-MES          PIC 9(2).
      05 FDR-DC-DIA          PIC 9(2).
    01 FDR-DATA-CORTE-N REDEFINES FDR-DATA-CORTE PIC 9(8).
    01 FDR-DORMENTES.
      05 FDR-DORM OCCURS 2000 TIMES.
         10 FDR-D-VENDOR      PIC 9(5).
         10 FDR-D-NOME        PIC X(30).
         10 FDR-D-ULTIMA-PO   PIC 9(8).
         10 FDR-D-ULTIMA-FAT  PIC 9(8).
         10 FDR-D-ULTIMO-PAG  PIC 9(8).
         10 FDR-D-TEM-IBAN    PIC X.

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvvendorpo.cbl".
COPY "rvfatura.cbl".
COPY "rvauditvendor.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a revisao de fornecedores dormentes"
            " e das financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT FDR-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM REVER-DORMENTES.
GOBACK.

REVER-DORMENTES.
    DISPLAY "Meses sem atividade para considerar dormente"
        " (ENTER = 24): " NO ADVANCING
    MOVE SPACES TO FDR-RESPOSTA
    ACCEPT FDR-RESPOSTA
    IF FDR-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (FDR-RESPOSTA) TO FDR-MESES
    END-IF
    PERFORM CALCULAR-DATA-CORTE
    PERFORM LISTAR-DORMENTES
    IF FDR-LISTA-OK = 'N'
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY "Fornecedores ativos: " FDR-TOTAL-ATIVOS
            "  dormentes desde " FDR-DATA-CORTE-N ": "
            FDR-QTD-DORMENTES
        IF FDR-TOTAL-EM-CURSO > ZERO
            DISPLAY "Sem atividade recente mas com ordens abertas"
                " ou faturas por pagar (mantidos): "
                FDR-TOTAL-EM-CURSO
        END-IF
        IF FDR-QTD-DORMENTES = ZERO
            MOVE 0 TO RETURN-CODE
        ELSE
            DISPLAY "Lista gravada em " FDR-NOME-FICHEIRO
            DISPLAY "Rever agora e inativar os fornecedores"
                " listados (S/N): " NO ADVANCING
            ACCEPT FDR-CONFIRMA
            IF FDR-CONFIRMA = "S" OR FDR-CONFIRMA = "s"
                PERFORM INATIVAR-DORMENTES
                DISPLAY "Fornecedores inativados: "
                    FDR-TOTAL-INATIVADOS
            ELSE
                DISPLAY "Nenhum fornecedor inativado; a lista fica"
                    " para revisao."
            END-IF
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

CALCULAR-DATA-CORTE.
*> hoje menos o numero de meses; o dia passa ao ultimo do mes
*> quando nao existe (31 -> 30, 29/02 -> 28/02).
    MOVE FDR-DATA-HOJE TO FDR-DATA-CORTE-N
    COMPUTE FDR-MESES-TOTAL = FDR-DC-ANO * 12 + FDR-DC-MES - 1
        - FDR-MESES
    DIVIDE FDR-MESES-TOTAL BY 12 GIVING FDR-DC-ANO
        REMAINDER FDR-DC-MES
    ADD 1 TO FDR-DC-MES
    PERFORM UNTIL FDR-DC-DIA < 29
        OR FUNCTION TEST-DATE-YYYYMMDD (FDR-DATA-CORTE-N) = ZERO
        SUBTRACT 1 FROM FDR-DC-DIA
    END-PERFORM.

*>----------------------------------------------------------------
*> primeira passagem: so leitura, escreve a lista para revisao
*>----------------------------------------------------------------
LISTAR-DORMENTES.
    MOVE 'N' TO FDR-LISTA-OK
    MOVE SPACES TO FDR-NOME-FICHEIRO
    STRING "FORNECEDORES-DORMENTES-" DELIMITED BY SIZE
           FDR-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO FDR-NOME-FICHEIRO
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-FILE. Status: "
            VENDOR-FILE-STATUS
    ELSE
        MOVE 'S' TO FDR-LISTA-OK
        MOVE 'N' TO FDR-POS-ABERTO
        OPEN INPUT VENDOR-PO-FILE
        IF VPO-STATUS = "00"
            MOVE 'S' TO FDR-POS-ABERTO
        END-IF
        MOVE 'N' TO FDR-FATURAS-ABERTO
        OPEN INPUT FATURAS-FILE
        IF FATURAS-STATUS = "00"
            MOVE 'S' TO FDR-FATURAS-ABERTO
        END-IF
        OPEN OUTPUT DORMENTES-FILE
        MOVE ALL "=" TO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        MOVE SPACES TO LINHA-DORMENTES
        STRING "FORNECEDORES DORMENTES - " DELIMITED BY SIZE
               FDR-DATA-HOJE DELIMITED BY SIZE
               " (SEM ATIVIDADE DESDE " DELIMITED BY SIZE
               FDR-DATA-CORTE-N DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        MOVE SPACES TO LINHA-DORMENTES
        STRING "Forn  Nome                           "
                   DELIMITED BY SIZE
               "Ult.ordem  Ult.fatura Ult.pagam. IBAN" DELIMITED BY SIZE
               INTO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        MOVE ALL "-" TO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        MOVE 4 TO FDR-LINHAS
        MOVE 'N' TO FDR-FIM-FICHEIRO
        PERFORM UNTIL FDR-FIM-FICHEIRO = 'Y'
            READ VENDOR-FILE NEXT RECORD
                AT END MOVE 'Y' TO FDR-FIM-FICHEIRO
                NOT AT END
                    IF VENDOR-ATIVO
                        ADD 1 TO FDR-TOTAL-ATIVOS
                        PERFORM AVALIAR-VENDOR
                    END-IF
            END-READ
        END-PERFORM
        MOVE ALL "=" TO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        MOVE SPACES TO LINHA-DORMENTES
        STRING "Fornecedores ativos: " DELIMITED BY SIZE
               FDR-TOTAL-ATIVOS DELIMITED BY SIZE
               "  dormentes: " DELIMITED BY SIZE
               FDR-QTD-DORMENTES DELIMITED BY SIZE
               "  com ordens ou faturas em curso: " DELIMITED BY SIZE
               FDR-TOTAL-EM-CURSO DELIMITED BY SIZE
               INTO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        ADD 2 TO FDR-LINHAS
        CLOSE DORMENTES-FILE
        IF FDR-FATURAS-ABERTO = 'S'
            CLOSE FATURAS-FILE
        END-IF
        IF FDR-POS-ABERTO = 'S'
            CLOSE VENDOR-PO-FILE
        END-IF
        CLOSE VENDOR-FILE
        MOVE "fornecedores_dormentes" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING "MESES " DELIMITED BY SIZE
               FDR-MESES DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE FDR-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE FDR-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
    END-IF.

AVALIAR-VENDOR.
    MOVE ZERO TO FDR-ULTIMA-PO
    MOVE ZERO TO FDR-ULTIMA-FATURA
    MOVE ZERO TO FDR-ULTIMO-PAGAMENTO
    MOVE 'N' TO FDR-EM-CURSO
    PERFORM PROCURAR-ORDENS-VENDOR
    PERFORM PROCURAR-FATURAS-VENDOR
    IF FDR-ULTIMA-PO < FDR-DATA-CORTE-N
        AND FDR-ULTIMA-FATURA < FDR-DATA-CORTE-N
        AND FDR-ULTIMO-PAGAMENTO < FDR-DATA-CORTE-N
        IF FDR-EM-CURSO = 'S'
            ADD 1 TO FDR-TOTAL-EM-CURSO
        ELSE
            PERFORM GUARDAR-DORMENTE
        END-IF
    END-IF.

PROCURAR-ORDENS-VENDOR.
    MOVE 'N' TO FDR-FIM-AUX
    IF FDR-POS-ABERTO = 'S'
        MOVE VENDOR-NUMBER TO VPO-VENDOR-NUMBER
        MOVE ZERO TO VPO-PO-NUMBER
        START VENDOR-PO-FILE KEY IS NOT LESS THAN VPO-CHAVE
            INVALID KEY
                MOVE 'Y' TO FDR-FIM-AUX
        END-START
        PERFORM UNTIL FDR-FIM-AUX = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO FDR-FIM-AUX
                NOT AT END
                    IF VPO-VENDOR-NUMBER NOT = VENDOR-NUMBER
                        MOVE 'Y' TO FDR-FIM-AUX
                    ELSE
                        IF VPO-DATA > FDR-ULTIMA-PO
                            MOVE VPO-DATA TO FDR-ULTIMA-PO
                        END-IF
                        IF VPO-ABERTA OR VPO-PENDENTE
                            MOVE 'S' TO FDR-EM-CURSO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

PROCURAR-FATURAS-VENDOR.
    MOVE 'N' TO FDR-FIM-AUX
    IF FDR-FATURAS-ABERTO = 'S'
        MOVE VENDOR-NUMBER TO FAT-VENDOR-NUMBER
        MOVE LOW-VALUES TO FAT-NUMERO
        START FATURAS-FILE KEY IS NOT LESS THAN FAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO FDR-FIM-AUX
        END-START
        PERFORM UNTIL FDR-FIM-AUX = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FDR-FIM-AUX
                NOT AT END
                    IF FAT-VENDOR-NUMBER NOT = VENDOR-NUMBER
                        MOVE 'Y' TO FDR-FIM-AUX
                    ELSE
                        IF FAT-DATA > FDR-ULTIMA-FATURA
                            MOVE FAT-DATA TO FDR-ULTIMA-FATURA
                        END-IF
                        IF FAT-DATA-PAGAMENTO NUMERIC
                            AND FAT-DATA-PAGAMENTO
                                > FDR-ULTIMO-PAGAMENTO
                            MOVE FAT-DATA-PAGAMENTO
                                TO FDR-ULTIMO-PAGAMENTO
                        END-IF
                        IF NOT FAT-PAGA AND NOT FAT-NOTA-CREDITO
                            MOVE 'S' TO FDR-EM-CURSO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

GUARDAR-DORMENTE.
    IF VENDOR-IBAN = SPACES
        MOVE "N" TO FDR-TEM-IBAN
    ELSE
        MOVE "S" TO FDR-TEM-IBAN
    END-IF
    IF FDR-QTD-DORMENTES < 2000
        ADD 1 TO FDR-QTD-DORMENTES
        MOVE FDR-QTD-DORMENTES TO FDR-DX
        MOVE VENDOR-NUMBER TO FDR-D-VENDOR (FDR-DX)
        MOVE VENDOR-NAME TO FDR-D-NOME (FDR-DX)
        MOVE FDR-ULTIMA-PO TO FDR-D-ULTIMA-PO (FDR-DX)
        MOVE FDR-ULTIMA-FATURA TO FDR-D-ULTIMA-FAT (FDR-DX)
        MOVE FDR-ULTIMO-PAGAMENTO TO FDR-D-ULTIMO-PAG (FDR-DX)
        MOVE FDR-TEM-IBAN TO FDR-D-TEM-IBAN (FDR-DX)
        MOVE SPACES TO LINHA-DORMENTES
        STRING VENDOR-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VENDOR-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FDR-ULTIMA-PO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FDR-ULTIMA-FATURA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FDR-ULTIMO-PAGAMENTO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FDR-TEM-IBAN DELIMITED BY SIZE
               INTO LINHA-DORMENTES
        WRITE LINHA-DORMENTES
        ADD 1 TO FDR-LINHAS
    ELSE
        DISPLAY "Aviso: mais de 2000 fornecedores dormentes; o "
            VENDOR-NUMBER " fica para a proxima revisao."
    END-IF.

*>----------------------------------------------------------------
*> segunda passagem: inativacao confirmada fornecedor a fornecedor
*>----------------------------------------------------------------
INATIVAR-DORMENTES.
    MOVE ZERO TO VENDOR-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL VENDOR-FILE-STATUS = "00" OR VENDOR-TENTATIVAS = 5
        OPEN I-O VENDOR-FILE
        IF VENDOR-FILE-STATUS NOT = "00"
            ADD 1 TO VENDOR-TENTATIVAS
        END-IF
    END-PERFORM
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-FILE. Status: "
            VENDOR-FILE-STATUS
    ELSE
        MOVE 'N' TO FDR-TERMINAR
        MOVE ZERO TO FDR-DX
        PERFORM INATIVAR-UM-VENDOR
            UNTIL FDR-DX = FDR-QTD-DORMENTES OR FDR-TERMINAR = 'S'
        CLOSE VENDOR-FILE
    END-IF.

INATIVAR-UM-VENDOR.
    ADD 1 TO FDR-DX
    DISPLAY "----------------------------------------------"
    DISPLAY "Fornecedor " FDR-D-VENDOR (FDR-DX)
        "  " FDR-D-NOME (FDR-DX)
    DISPLAY "  Ultima ordem: " FDR-D-ULTIMA-PO (FDR-DX)
        "  ultima fatura: " FDR-D-ULTIMA-FAT (FDR-DX)
        "  ultimo pagamento: " FDR-D-ULTIMO-PAG (FDR-DX)
        "  IBAN: " FDR-D-TEM-IBAN (FDR-DX)
    DISPLAY "Inativar (S/N, F = terminar): " NO ADVANCING
    ACCEPT FDR-CONFIRMA
    EVALUATE FDR-CONFIRMA
        WHEN "S"
        WHEN "s"
            MOVE FDR-D-VENDOR (FDR-DX) TO VENDOR-NUMBER
            READ VENDOR-FILE KEY IS VENDOR-NUMBER
                INVALID KEY
                    DISPLAY "Fornecedor nao encontrado."
                NOT INVALID KEY
                    IF NOT VENDOR-ATIVO
                        DISPLAY "O fornecedor ja nao esta ativo."
                    ELSE
*> o IBAN fica no registo mas deixa de ser usado: so volta a
*> servir depois de a reativacao ser aprovada por um segundo
*> operador em aprovar_bancos.
                        SET VENDOR-INATIVO TO TRUE
                        IF VENDOR-IBAN NOT = SPACES
                            MOVE "S" TO VENDOR-BANCO-VERIF
                        END-IF
                        REWRITE VENDOR-RECORD
                        MOVE "VENDORS" TO JRN-FICHEIRO
                        MOVE "REWRITE" TO JRN-OPERACAO
                        MOVE VENDOR-RECORD TO JRN-IMAGEM
                        PERFORM REGISTAR-DIARIO
                        PERFORM REGISTAR-AUDIT-VENDOR
                        ADD 1 TO FDR-TOTAL-INATIVADOS
                        DISPLAY "Fornecedor inativado."
                    END-IF
            END-READ
        WHEN "F"
        WHEN "f"
            MOVE 'S' TO FDR-TERMINAR
        WHEN OTHER
            DISPLAY "Fornecedor mantido ativo."
    END-EVALUATE.

REGISTAR-AUDIT-VENDOR.
    ACCEPT AUDIT-VENDOR-DATA FROM DATE YYYYMMDD
    ACCEPT AUDIT-VENDOR-HORA FROM TIME
    MOVE "INATIVACAO" TO AUDIT-VENDOR-OPERACAO
    MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER
    MOVE VENDOR-NAME TO AUDIT-VENDOR-NAME
    MOVE ZERO TO AUDITVENDOR-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL AUDITVENDOR-STATUS = "00" OR AUDITVENDOR-TENTATIVAS = 5
        OPEN EXTEND AUDIT-VENDORS-FILE
        IF AUDITVENDOR-STATUS NOT = "00"
            ADD 1 TO AUDITVENDOR-TENTATIVAS
        END-IF
    END-PERFORM
    IF AUDITVENDOR-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir AUDIT-VENDORS-FILE. Status: "
            AUDITVENDOR-STATUS
    ELSE
        MOVE SES-OPERADOR-ATUAL TO AUDIT-VENDOR-OPERADOR
        WRITE REGISTO-AUDIT-VENDOR
        CLOSE AUDIT-VENDORS-FILE
    END-IF.

COPY "pjournal.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
