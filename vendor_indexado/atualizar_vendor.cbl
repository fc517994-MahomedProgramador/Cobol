  COPY "wsjournal.cbl".
  COPY "wsauditvendor.cbl".
  COPY "wspendbanco.cbl".
  COPY "wsiban.cbl".
  COPY "wsnif.cbl".
    77 UPDATE-VENDOR-NUMBER             PIC 9(5).
    77 UPDATE-DATA-HOJE                 PIC 9(8).
    77 UPDATE-VENDOR-NAME               PIC X(30).
    77 UPDATE-ENCONTROU                 PIC X VALUE 'N'.
    77 UPDATE-NUMERO-OK                 PIC X VALUE 'N'.
    77 UPDATE-VENDOR-NOME-ANTIGO        PIC X(30).
    77 UPDATE-IBAN-OK                   PIC X VALUE 'N'.
    77 UPDATE-VENDOR-NIF                PIC X(9).
    77 UPDATE-VENDOR-RETENCAO           PIC X.
    77 UPDATE-VENDOR-TAXA-RET           PIC 9(2)V99.
    77 UPDATE-VENDOR-TIPO-REND          PIC X.
    77 UPDATE-FISCAL-OK                 PIC X VALUE 'N'.
    77 UPDATE-REATIVAR                  PIC X VALUE 'N'.
    77 UPDATE-CONFIRMA                  PIC X.
    77 UPDATE-AUDIT-OPERACAO            PIC X(10) VALUE "ALTERACAO".

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
                NOT AT END
                    IF VENDOR-NUMBER = UPDATE-VENDOR-NUMBER
                        DISPLAY "-------------------------------"
                        MOVE 'N' TO UPDATE-REATIVAR
                        IF VENDOR-INATIVO
                            PERFORM PEDIR-REATIVACAO
                        END-IF
                        DISPLAY "Vai alterar o nome de " VENDOR-NAME " indique o novo nome: " NO ADVANCING
                        MOVE VENDOR-NAME TO UPDATE-VENDOR-NOME-ANTIGO
                        ACCEPT UPDATE-VENDOR-NAME
                        ACCEPT UPDATE-VENDOR-PHONE
                        DISPLAY "Indique o novo banco: " NO ADVANCING
                        ACCEPT UPDATE-VENDOR-BANCO
                        MOVE 'N' TO UPDATE-IBAN-OK
                        PERFORM UNTIL UPDATE-IBAN-OK = 'S'
                            DISPLAY "Indique o novo IBAN: " NO ADVANCING
                            ACCEPT UPDATE-VENDOR-IBAN
                            MOVE UPDATE-VENDOR-IBAN TO IBAN-VALIDAR
                            PERFORM VERIFICAR-IBAN-VENDOR
                        END-PERFORM
                        DISPLAY "Prazo de pagamento (dias): " NO ADVANCING
                        ACCEPT UPDATE-VENDOR-PRAZO
                        DISPLAY "Desconto pronto pagamento (%): " NO ADVANCING
                        ACCEPT UPDATE-VENDOR-DESC-PCT
                        DISPLAY "Dias para obter o desconto: " NO ADVANCING
                        ACCEPT UPDATE-VENDOR-DESC-DIAS
                        PERFORM PEDIR-DADOS-FISCAIS
                        MOVE UPDATE-VENDOR-NAME TO VENDOR-NAME
                        MOVE UPDATE-VENDOR-ADDRESS-1 TO VENDOR-ADDRESS-1
                        MOVE UPDATE-VENDOR-ADDRESS-2 TO VENDOR-ADDRESS-2
*> em PENDBANCO.dat ate um segundo operador diferente a aprovar
*> em aprovar_bancos (regra dos quatro olhos contra a fraude de
*> faturas); a corrida de pagamentos usa so os valores aprovados.
*> um fornecedor reativado com o IBAN marcado para reverificacao
*> passa pelo mesmo pedido, ainda que o IBAN nao mude.
                        IF UPDATE-VENDOR-BANCO NOT = VENDOR-BANCO
                            OR UPDATE-VENDOR-IBAN NOT = VENDOR-IBAN
                            OR (UPDATE-REATIVAR = 'S'
                                AND VENDOR-BANCO-A-VERIFICAR
                                AND UPDATE-VENDOR-IBAN NOT = SPACES)
                            PERFORM REGISTAR-PEDIDO-BANCO
                        END-IF
                        IF UPDATE-REATIVAR = 'S'
                            SET VENDOR-ATIVO TO TRUE
                            MOVE "REATIVACAO" TO UPDATE-AUDIT-OPERACAO
                        END-IF
                        MOVE UPDATE-VENDOR-PRAZO TO VENDOR-PRAZO-DIAS
                        MOVE UPDATE-VENDOR-DESC-PCT TO VENDOR-DESC-PCT
                        MOVE UPDATE-VENDOR-DESC-DIAS TO VENDOR-DESC-DIAS
                        MOVE UPDATE-VENDOR-NIF TO VENDOR-NIF
                        MOVE UPDATE-VENDOR-RETENCAO TO VENDOR-RETENCAO
                        MOVE UPDATE-VENDOR-TAXA-RET TO VENDOR-TAXA-RETENCAO
                        MOVE UPDATE-VENDOR-TIPO-REND TO VENDOR-TIPO-RENDIMENTO
                        REWRITE VENDOR-RECORD
                        MOVE "VENDORS" TO JRN-FICHEIRO
                        MOVE "REWRITE" TO JRN-OPERACAO
                        PERFORM REGISTAR-DIARIO
                        PERFORM REGISTAR-AUDIT-VENDOR
                        DISPLAY "O fornecedor " UPDATE-VENDOR-NAME " foi alterado com sucesso"
                        IF UPDATE-REATIVAR = 'S'
                            AND VENDOR-BANCO-A-VERIFICAR
                            DISPLAY "Fornecedor reativado: os dados"
                                " bancarios so voltam a ser usados"
                                " depois da aprovacao em aprovar_bancos."
                        END-IF
                        MOVE 'Y' TO UPDATE-FIM-FICHEIRO
                        MOVE 'S' TO UPDATE-ENCONTROU
               END-READ
        END-IF
    END-PERFORM.

PEDIR-REATIVACAO.
*> os fornecedores inativados (remocao ou revisao de dormentes)
*> so voltam a ativo aqui, com o registo na auditoria.
    DISPLAY "O fornecedor " VENDOR-NUMBER " esta INATIVO."
        " Reativar (S/N): " NO ADVANCING
    MOVE SPACE TO UPDATE-CONFIRMA
    ACCEPT UPDATE-CONFIRMA
    IF UPDATE-CONFIRMA = "S" OR UPDATE-CONFIRMA = "s"
        MOVE 'S' TO UPDATE-REATIVAR
    END-IF.

PEDIR-DADOS-FISCAIS.
*> NIF e retencao na fonte (trabalhadores independentes,
*> formadores, tradutores): a taxa aplica-se ao valor liquido da
*> fatura no registo e a corrida de pagamentos entrega ao
*> fornecedor so o remanescente. O tipo de rendimento e a
*> categoria do Modelo 10 (B por omissao). Com retencao o NIF e
*> obrigatorio.
    MOVE 'N' TO UPDATE-FISCAL-OK
    PERFORM UNTIL UPDATE-FISCAL-OK = 'S'
        DISPLAY "NIF (atual " VENDOR-NIF ", ENTER = manter): "
            NO ADVANCING
        MOVE SPACES TO UPDATE-VENDOR-NIF
        ACCEPT UPDATE-VENDOR-NIF
        IF UPDATE-VENDOR-NIF = SPACES
            MOVE VENDOR-NIF TO UPDATE-VENDOR-NIF
        END-IF
        IF UPDATE-VENDOR-NIF = SPACES
            MOVE 'S' TO UPDATE-FISCAL-OK
        ELSE
            MOVE UPDATE-VENDOR-NIF TO NIF-VALIDAR
            PERFORM VALIDAR-NIF
            IF NIF-VALIDO
                MOVE 'S' TO UPDATE-FISCAL-OK
            ELSE
                DISPLAY "NIF invalido (9 digitos, controlo modulo 11)."
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "Sujeito a retencao na fonte (S/N, atual "
        VENDOR-RETENCAO "): " NO ADVANCING
    MOVE SPACES TO UPDATE-VENDOR-RETENCAO
    ACCEPT UPDATE-VENDOR-RETENCAO
    IF UPDATE-VENDOR-RETENCAO = SPACES
        MOVE VENDOR-RETENCAO TO UPDATE-VENDOR-RETENCAO
    END-IF
    IF UPDATE-VENDOR-RETENCAO NOT = "S"
        MOVE "N" TO UPDATE-VENDOR-RETENCAO
        MOVE ZERO TO UPDATE-VENDOR-TAXA-RET
        MOVE "B" TO UPDATE-VENDOR-TIPO-REND
    ELSE
        IF UPDATE-VENDOR-NIF = SPACES
            DISPLAY "Sem NIF nao ha retencao na fonte: o"
                " fornecedor fica sem retencao."
            MOVE "N" TO UPDATE-VENDOR-RETENCAO
            MOVE ZERO TO UPDATE-VENDOR-TAXA-RET
            MOVE "B" TO UPDATE-VENDOR-TIPO-REND
        ELSE
            DISPLAY "Taxa de retencao (%): " NO ADVANCING
            ACCEPT UPDATE-VENDOR-TAXA-RET
            DISPLAY "Tipo de rendimento do Modelo 10 (A, B, E, F,"
                " G, H, R; ENTER = B): " NO ADVANCING
            MOVE SPACES TO UPDATE-VENDOR-TIPO-REND
            ACCEPT UPDATE-VENDOR-TIPO-REND
            IF UPDATE-VENDOR-TIPO-REND = SPACES
                MOVE "B" TO UPDATE-VENDOR-TIPO-REND
            END-IF
        END-IF
    END-IF.

REGISTAR-PEDIDO-BANCO.
    OPEN INPUT PEND-BANCO-FILE.
    IF PENDBANCO-STATUS = "35"
REGISTAR-AUDIT-VENDOR.
    ACCEPT AUDIT-VENDOR-DATA FROM DATE YYYYMMDD
    ACCEPT AUDIT-VENDOR-HORA FROM TIME
    MOVE UPDATE-AUDIT-OPERACAO TO AUDIT-VENDOR-OPERACAO
    MOVE UPDATE-VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER
    MOVE UPDATE-VENDOR-NOME-ANTIGO TO AUDIT-VENDOR-NAME
    MOVE ZERO TO AUDITVENDOR-TENTATIVAS
        CLOSE AUDIT-VENDORS-FILE
    END-IF.

VERIFICAR-IBAN-VENDOR.
    IF IBAN-VALIDAR = SPACES
        MOVE 'S' TO UPDATE-IBAN-OK
    ELSE
        PERFORM VALIDAR-IBAN
        IF IBAN-VALIDO
            MOVE IBAN-COMPACTO TO UPDATE-VENDOR-IBAN
            MOVE 'S' TO UPDATE-IBAN-OK
        ELSE
            DISPLAY "IBAN invalido (pais, digitos de controlo"
                " modulo 97)."
        END-IF
    END-IF.

COPY "pjournal.cbl".

COPY "piban.cbl".

COPY "pnif.cbl".

COPY "psessao.cbl".
