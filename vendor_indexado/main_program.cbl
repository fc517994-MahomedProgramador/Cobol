  COPY "wsvendordoc.cbl".
  COPY "wsorcamento.cbl".
  COPY "wsjournal.cbl".
  COPY "wsiban.cbl".
  COPY "wsnif.cbl".
  COPY "wsajuste.cbl".
    77 OPCAO-MENU              PIC 99.
    77 FIM-PROGRAMA            PIC 9.
    77 SAIDA-INSERIR           PIC 9.
    77 PO-FIM-FICHEIRO         PIC X VALUE 'N'.
    77 PO-TOTAL                PIC 9(3) VALUE ZERO.
    77 PO-VALOR-ACUMULADO      PIC 9(9)V99 VALUE ZERO.
    77 PO-PROC-OK              PIC X VALUE 'N'.
    77 PO-CCP-OK               PIC X VALUE 'S'.

    77 MAIN-VENDOR-NUMBER      PIC 9(5).
    77 FILLER PIC X VALUE SPACES.
    77 MAIN-VENDOR-PHONE       PIC X(15).
    77 MAIN-VENDOR-BANCO       PIC X(20).
    77 MAIN-VENDOR-IBAN        PIC X(25).
    77 MAIN-IBAN-OK            PIC X VALUE 'N'.
    77 MAIN-VENDOR-NIF         PIC X(9).
    77 MAIN-NIF-OK             PIC X VALUE 'N'.
    77 ART-GRAVOU              PIC X VALUE 'N'.
    77 ART-FIM-FICHEIRO        PIC X VALUE 'N'.
    77 ART-TOTAL-LISTADOS      PIC 9(4) VALUE ZERO.
    77 ORC-TOTAL-LISTADOS      PIC 9(3) VALUE ZERO.
    77 MAIN-ORC-DEPARTAMENTO   PIC X(4).
    77 MAIN-ORC-ANO            PIC X(4).
    77 MAIN-ORC-RESPONSAVEL    PIC X(8).

    77 MAIN-FIM-FICHEIRO       PIC X VALUES 'N'.
    77 MAIN-VENDOR-ENCONTROU   PIC X VALUE 'N'.
    ACCEPT MAIN-VENDOR-PHONE.
    DISPLAY "Introduza o banco" NO ADVANCING
    ACCEPT MAIN-VENDOR-BANCO.
    MOVE 'N' TO MAIN-IBAN-OK
    PERFORM UNTIL MAIN-IBAN-OK = 'S'
        DISPLAY "Introduza o IBAN (ENTER = sem IBAN)" NO ADVANCING
        ACCEPT MAIN-VENDOR-IBAN
        MOVE MAIN-VENDOR-IBAN TO IBAN-VALIDAR
        PERFORM VERIFICAR-IBAN-VENDOR
    END-PERFORM
    MOVE 'N' TO MAIN-NIF-OK
    PERFORM UNTIL MAIN-NIF-OK = 'S'
        DISPLAY "Introduza o NIF (ENTER = sem NIF)" NO ADVANCING
        MOVE SPACES TO MAIN-VENDOR-NIF
        ACCEPT MAIN-VENDOR-NIF
        IF MAIN-VENDOR-NIF = SPACES
            MOVE 'S' TO MAIN-NIF-OK
        ELSE
            MOVE MAIN-VENDOR-NIF TO NIF-VALIDAR
            PERFORM VALIDAR-NIF
            IF NIF-VALIDO
                MOVE 'S' TO MAIN-NIF-OK
            ELSE
                DISPLAY "NIF invalido (9 digitos, controlo modulo 11)."
            END-IF
        END-IF
    END-PERFORM.

VERIFICAR-IBAN-VENDOR.
    IF IBAN-VALIDAR = SPACES
        MOVE 'S' TO MAIN-IBAN-OK
    ELSE
        PERFORM VALIDAR-IBAN
        IF IBAN-VALIDO
            MOVE IBAN-COMPACTO TO MAIN-VENDOR-IBAN
            MOVE 'S' TO MAIN-IBAN-OK
        ELSE
            DISPLAY "IBAN invalido (pais, digitos de controlo"
                " modulo 97)."
        END-IF
    END-IF.

ESCREVER-VENDOR.
    MOVE ZERO TO VENDOR-TENTATIVAS
            MOVE MAIN-VENDOR-PHONE TO VENDOR-PHONE
            MOVE MAIN-VENDOR-BANCO TO VENDOR-BANCO
            MOVE MAIN-VENDOR-IBAN TO VENDOR-IBAN
            MOVE MAIN-VENDOR-NIF TO VENDOR-NIF
            MOVE "N" TO VENDOR-RETENCAO
            MOVE ZERO TO VENDOR-TAXA-RETENCAO
            MOVE "B" TO VENDOR-TIPO-RENDIMENTO
            MOVE "N" TO VENDOR-BANCO-VERIF
            WRITE VENDOR-RECORD
            MOVE "VENDORS" TO JRN-FICHEIRO
            MOVE "WRITE" TO JRN-OPERACAO
                            ACCEPT MAIN-VENDOR-PHONE
                            DISPLAY "Indique o novo banco: " NO ADVANCING
                            ACCEPT MAIN-VENDOR-BANCO
                            MOVE 'N' TO MAIN-IBAN-OK
                            PERFORM UNTIL MAIN-IBAN-OK = 'S'
                                DISPLAY "Indique o novo IBAN: " NO ADVANCING
                                ACCEPT MAIN-VENDOR-IBAN
                                MOVE MAIN-VENDOR-IBAN TO IBAN-VALIDAR
                                PERFORM VERIFICAR-IBAN-VENDOR
                            END-PERFORM
                            MOVE MAIN-VENDOR-NAME TO VENDOR-NAME
                            MOVE MAIN-VENDOR-ADDRESS-1 TO VENDOR-ADDRESS-1
                            MOVE MAIN-VENDOR-ADDRESS-2 TO VENDOR-ADDRESS-2
        COMPUTE VPO-VALOR-TOTAL = VPO-QUANTIDADE * VPO-PRECO-UNITARIO
        MOVE "A" TO VPO-ESTADO
        MOVE MAIN-VENDOR-NUMBER TO VPO-VENDOR-NUMBER
        PERFORM PEDIR-PROCEDIMENTO-PO-MAIN
        IF PO-CCP-OK NOT = 'S'
            DISPLAY "Ordem nao registada: teto do ajuste direto"
                " atingido."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM GRAVAR-PO-MAIN
        END-IF
    ELSE
        MOVE 1 TO RETURN-CODE
    END-IF.

GRAVAR-PO-MAIN.
    ADD 1 TO PO-ULTIMO-NUMERO
    MOVE PO-ULTIMO-NUMERO TO VPO-PO-NUMBER
    MOVE ZERO TO VPO-TENTATIVAS
    MOVE "99" TO VPO-STATUS
    PERFORM UNTIL VPO-STATUS = "00" OR VPO-TENTATIVAS = 5
        OPEN I-O VENDOR-PO-FILE
        IF VPO-STATUS NOT = "00"
            ADD 1 TO VPO-TENTATIVAS
        END-IF
    END-PERFORM
    IF VPO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-PO-FILE. Status: " VPO-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        WRITE REGISTO-VENDOR-PO
        CLOSE VENDOR-PO-FILE
        DISPLAY "Ordem de compra " VPO-PO-NUMBER " registada com sucesso."
            " Valor total: " VPO-VALOR-TOTAL
        MOVE 0 TO RETURN-CODE
    END-IF.

PEDIR-PROCEDIMENTO-PO-MAIN.
*> as chamadas a contratos-quadro fazem-se em gerir_contratos;
*> aqui regista-se o procedimento e, no ajuste direto, aplica-se
*> o teto legal ao fornecedor e categoria (pajuste.cbl).
    MOVE 'N' TO PO-PROC-OK
    PERFORM UNTIL PO-PROC-OK = 'S'
        DISPLAY "Procedimento (D - ajuste direto, C - consulta"
            " previa, P - concurso publico; ENTER = D): "
            NO ADVANCING
        MOVE SPACES TO VPO-PROCEDIMENTO
        ACCEPT VPO-PROCEDIMENTO
        IF VPO-PROCEDIMENTO = SPACES
            MOVE "D" TO VPO-PROCEDIMENTO
        END-IF
        IF VPO-AJUSTE-DIRETO OR VPO-CONSULTA-PREVIA
            OR VPO-CONCURSO-PUBLICO
            MOVE 'S' TO PO-PROC-OK
        ELSE
            DISPLAY "Procedimento invalido. As chamadas a"
                " contratos-quadro fazem-se em gerir_contratos."
        END-IF
    END-PERFORM
    MOVE 'N' TO PO-PROC-OK
    PERFORM UNTIL PO-PROC-OK = 'S'
        DISPLAY "Categoria de fornecimento (ex: INFO, LIMP): "
            NO ADVANCING
        MOVE SPACES TO VPO-CATEGORIA
        ACCEPT VPO-CATEGORIA
        IF VPO-CATEGORIA = SPACES AND VPO-AJUSTE-DIRETO
            DISPLAY "A categoria e obrigatoria no ajuste direto."
        ELSE
            MOVE 'S' TO PO-PROC-OK
        END-IF
    END-PERFORM
    MOVE ZERO TO VPO-CONTRATO
    MOVE SPACES TO VPO-PROJETO
    MOVE SPACES TO VPO-PRJ-CATEGORIA
    MOVE 'S' TO PO-CCP-OK
    IF VPO-AJUSTE-DIRETO
        PERFORM CARREGAR-LIMITE-AJUSTE
        MOVE MAIN-VENDOR-NUMBER TO AJD-VENDOR
        MOVE VPO-CATEGORIA TO AJD-CATEGORIA
        MOVE VPO-DATA (1:4) TO AJD-ANO-FIM
        MOVE ZERO TO AJD-EXCLUIR-PO
        MOVE VPO-VALOR-TOTAL TO AJD-VALOR-NOVO
        OPEN INPUT VENDOR-PO-FILE
        IF VPO-STATUS = "00"
            PERFORM APURAR-AJUSTES-DIRETOS
            CLOSE VENDOR-PO-FILE
            MOVE AJD-ACUMULADO TO AJD-VALOR-ED
            DISPLAY "Ajustes diretos " VPO-CATEGORIA " em "
                AJD-ANO-INICIO "-" AJD-ANO-FIM " (com esta ordem): "
                AJD-VALOR-ED
            IF AJD-LIMITE-ATINGIDO
                MOVE 'N' TO PO-CCP-OK
            ELSE
                IF AJD-PERTO-LIMITE
                    DISPLAY "Aviso: acima de " AJD-PERCENT-AVISO
                        "% do teto legal de " AJD-LIMITE "."
                END-IF
            END-IF
        END-IF
    END-IF.

ASK-PO-VENDOR-NUMBER.
    MOVE 'N' TO MAIN-ID-OK.
    MOVE 'N' TO PO-ENCONTROU-VENDOR.
                        DISPLAY "Departamento " ORC-DEPARTAMENTO
                            "  Ano " ORC-ANO
                            "  Dotacao " ORC-DOTACAO
                            "  Responsavel " ORC-RESPONSAVEL
                        ADD 1 TO ORC-TOTAL-LISTADOS
                END-READ
            END-PERFORM
                NOT INVALID KEY
                    MOVE 'S' TO ORC-JA-EXISTE
                    DISPLAY "Dotacao atual: " ORC-DOTACAO
                        "  Responsavel: " ORC-RESPONSAVEL
            END-READ
            IF ORC-JA-EXISTE = 'N'
                MOVE SPACES TO ORC-RESPONSAVEL
            END-IF
            MOVE MAIN-ORC-DEPARTAMENTO TO ORC-DEPARTAMENTO
            MOVE MAIN-ORC-ANO TO ORC-ANO
            DISPLAY "Introduza a dotacao anual: " NO ADVANCING
            ACCEPT ORC-DOTACAO
*> o responsavel e o operador que aprova as despesas imputadas
*> ao departamento (gerir_despesas_docente).
            DISPLAY "Operador responsavel do departamento (ENTER ="
                " mantem): " NO ADVANCING
            MOVE SPACES TO MAIN-ORC-RESPONSAVEL
            ACCEPT MAIN-ORC-RESPONSAVEL
            IF MAIN-ORC-RESPONSAVEL NOT = SPACES
                MOVE MAIN-ORC-RESPONSAVEL TO ORC-RESPONSAVEL
            END-IF
            IF ORC-JA-EXISTE = 'S'
                REWRITE REGISTO-ORCAMENTO
                DISPLAY "Orcamento atualizado."

COPY "pjournal.cbl".

COPY "piban.cbl".

COPY "pnif.cbl".

COPY "pajuste.cbl".

COPY "psessao.cbl".
