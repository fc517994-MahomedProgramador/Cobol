*>          atualizar_vendor ficam pendentes em PENDBANCO.dat;
*>          aqui um segundo operador, obrigatoriamente diferente
*>          de quem pediu, aprova (os novos VENDOR-BANCO e
*>          VENDOR-IBAN entram em vigor) ou rejeita; um IBAN que
*>          falhe o controlo modulo 97 nao pode ser aprovado. A
*>          decisao fica com os dois operadores no pedido e no
*>          ficheiro de auditoria. Enquanto houver pedido pendente a
*>          corrida de pagamentos salta o fornecedor. A reativacao de
*>          um fornecedor inativado por dormencia chega aqui como
*>          pedido com o IBAN a reverificar; a aprovacao retira a
*>          marca de reverificacao do registo do fornecedor.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
  COPY "wsvendor.cbl".
  COPY "wsauditvendor.cbl".
  COPY "wssessao.cbl".
  COPY "wsiban.cbl".
    77 APB-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 APB-DECISAO           PIC X.
    77 APB-DATA              PIC 9(8).
        "  pedido por " PBC-OPERADOR1 " em " PBC-DATA-PEDIDO
    DISPLAY "  Novo banco: " PBC-NOVO-BANCO
    DISPLAY "  Novo IBAN:  " PBC-NOVO-IBAN
    MOVE PBC-NOVO-IBAN TO IBAN-VALIDAR
    IF IBAN-VALIDAR = SPACES
        SET IBAN-VALIDO TO TRUE
    ELSE
        PERFORM VALIDAR-IBAN
        IF IBAN-INVALIDO
            DISPLAY "  ATENCAO: IBAN invalido (pais, digitos de"
                " controlo modulo 97)."
        END-IF
    END-IF
    IF PBC-OPERADOR1 = SES-OPERADOR-ATUAL
        DISPLAY "  A aprovacao exige um operador diferente de"
            " quem pediu a alteracao. Pedido saltado."
        ACCEPT APB-DECISAO
        EVALUATE APB-DECISAO
            WHEN "A"
                IF IBAN-INVALIDO
                    DISPLAY "  Um IBAN invalido nao pode ser"
                        " aprovado. Pedido deixado pendente."
                ELSE
                    PERFORM APLICAR-ALTERACAO-BANCO
                END-IF
            WHEN "R"
                MOVE "R" TO PBC-ESTADO
                MOVE SES-OPERADOR-ATUAL TO PBC-OPERADOR2
            NOT INVALID KEY
                MOVE PBC-NOVO-BANCO TO VENDOR-BANCO
                MOVE PBC-NOVO-IBAN TO VENDOR-IBAN
                MOVE "N" TO VENDOR-BANCO-VERIF
                REWRITE VENDOR-RECORD
                MOVE "A" TO PBC-ESTADO
                MOVE SES-OPERADOR-ATUAL TO PBC-OPERADOR2
        CLOSE AUDIT-VENDORS-FILE
    END-IF.

COPY "piban.cbl".

COPY "psessao.cbl".
