  COPY "wsauditvendor.cbl".
  COPY "wssessao.cbl".
  COPY "wsjournal.cbl".
  COPY "wsiban.cbl".
  COPY "wsnif.cbl".
    77 INSERT-VENDOR-NUMBER       PIC 9(5).
    77 INSERT-VENDOR-NAME         PIC X(30).
    77 INSERT-VENDOR-ADDRESS-1    PIC X(30).
    77 INSERT-VENDOR-PHONE        PIC X(15).
    77 INSERT-VENDOR-BANCO        PIC X(20).
    77 INSERT-VENDOR-IBAN         PIC X(25).
    77 INSERT-VENDOR-NIF          PIC X(9).
    77 INSERT-NUMERO-VALIDO       PIC X VALUE 'N'.
    77 INSERT-SAIDA               PIC 9.
    77 INSERT-VENDOR-OK           PIC X VALUE 'N'.
    77 INSERT-IBAN-OK             PIC X VALUE 'N'.
    77 INSERT-NIF-OK              PIC X VALUE 'N'.
    77 SEQ-ATRIBUIU               PIC X VALUE 'N'.
    77 SEQ-NUMERO-LIVRE           PIC X VALUE 'N'.
    77 SEQ-MAIOR-NUMERO           PIC 9(5) VALUE ZERO.
    ACCEPT INSERT-VENDOR-PHONE.
    DISPLAY "Introduza o banco" NO ADVANCING
    ACCEPT INSERT-VENDOR-BANCO.
    MOVE 'N' TO INSERT-IBAN-OK
    PERFORM UNTIL INSERT-IBAN-OK = 'S'
        DISPLAY "Introduza o IBAN (ENTER = sem IBAN)" NO ADVANCING
        ACCEPT INSERT-VENDOR-IBAN
        MOVE INSERT-VENDOR-IBAN TO IBAN-VALIDAR
        PERFORM VERIFICAR-IBAN-VENDOR
    END-PERFORM
    MOVE 'N' TO INSERT-NIF-OK
    PERFORM UNTIL INSERT-NIF-OK = 'S'
        DISPLAY "Introduza o NIF (ENTER = sem NIF)" NO ADVANCING
        MOVE SPACES TO INSERT-VENDOR-NIF
        ACCEPT INSERT-VENDOR-NIF
        IF INSERT-VENDOR-NIF = SPACES
            MOVE 'S' TO INSERT-NIF-OK
        ELSE
            MOVE INSERT-VENDOR-NIF TO NIF-VALIDAR
            PERFORM VALIDAR-NIF
            IF NIF-VALIDO
                MOVE 'S' TO INSERT-NIF-OK
            ELSE
                DISPLAY "NIF invalido (9 digitos, controlo modulo 11)."
            END-IF
        END-IF
    END-PERFORM.

VERIFICAR-IBAN-VENDOR.
    IF IBAN-VALIDAR = SPACES
        MOVE 'S' TO INSERT-IBAN-OK
    ELSE
        PERFORM VALIDAR-IBAN
        IF IBAN-VALIDO
            MOVE IBAN-COMPACTO TO INSERT-VENDOR-IBAN
            MOVE 'S' TO INSERT-IBAN-OK
        ELSE
            DISPLAY "IBAN invalido (pais, digitos de controlo"
                " modulo 97)."
        END-IF
    END-IF.

ESCREVER-VENDOR.
    MOVE 'N' TO INSERT-VENDOR-OK
            MOVE INSERT-VENDOR-PHONE TO VENDOR-PHONE
            MOVE INSERT-VENDOR-BANCO TO VENDOR-BANCO
            MOVE INSERT-VENDOR-IBAN TO VENDOR-IBAN
*> a retencao na fonte e os termos de pagamento definem-se depois
*> em atualizar_vendor.
            MOVE INSERT-VENDOR-NIF TO VENDOR-NIF
            MOVE "N" TO VENDOR-RETENCAO
            MOVE ZERO TO VENDOR-TAXA-RETENCAO
            MOVE "B" TO VENDOR-TIPO-RENDIMENTO
            MOVE "N" TO VENDOR-BANCO-VERIF
            WRITE VENDOR-RECORD
                INVALID KEY
                    DISPLAY "JA EXISTE UM FORNECEDOR COM ESTE NUMERO."

COPY "pjournal.cbl".

COPY "piban.cbl".

COPY "pnif.cbl".

REGISTAR-AUDIT-INSERCAO.
    ACCEPT AUDIT-VENDOR-DATA FROM DATE YYYYMMDD
    ACCEPT AUDIT-VENDOR-HORA FROM TIME
