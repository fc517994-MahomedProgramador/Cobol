$set sourceformat(free)

*> paragrafos partilhados da caixa de saida de notificacoes:
*> ENFILEIRAR-NOTIFICACAO grava em NOTIFICACOES.dat uma mensagem
*> pendente com os campos NTR-* (wsnotifreg.cbl); a expedicao
*> para o gateway de correio/SMS e a leitura dos recibos de
*> entrega vivem em expedir_notificacoes e
*> importar_recibos_entrega. VALIDAR-EMAIL e VALIDAR-TELEMOVEL
*> dizem em NTR-VALIDO se o contacto serve para o gateway.

ENFILEIRAR-NOTIFICACAO.
    MOVE 'E' TO NTR-RESULTADO
    OPEN INPUT NOTIFICACOES-FILE.
    IF NOTIFICACOES-STATUS = "35"
        OPEN OUTPUT NOTIFICACOES-FILE
        CLOSE NOTIFICACOES-FILE
    ELSE
        IF NOTIFICACOES-STATUS = "00"
            CLOSE NOTIFICACOES-FILE
        END-IF
    END-IF
    MOVE ZERO TO NOTIFICACOES-TENTATIVAS
    MOVE "99" TO NOTIFICACOES-STATUS
    PERFORM UNTIL NOTIFICACOES-STATUS = "00"
        OR NOTIFICACOES-TENTATIVAS = 5
        OPEN I-O NOTIFICACOES-FILE
        IF NOTIFICACOES-STATUS NOT = "00"
            ADD 1 TO NOTIFICACOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF NOTIFICACOES-STATUS NOT = "00"
        DISPLAY "Aviso: notificacao nao registada"
            " (status " NOTIFICACOES-STATUS ")."
    ELSE
        MOVE SPACES TO REGISTO-NOTIFICACAO
        MOVE NTR-TIPO-DEST TO NTF-TIPO-DEST
        MOVE NTR-ID-DEST TO NTF-ID-DEST
        MOVE NTR-MODELO TO NTF-MODELO
        MOVE NTR-REFERENCIA TO NTF-REFERENCIA
        ACCEPT NTF-DATA FROM DATE YYYYMMDD
        ACCEPT NTF-HORA FROM TIME
        MOVE NTR-PROGRAMA TO NTF-PROGRAMA
        MOVE NTR-PRIORIDADE TO NTF-PRIORIDADE
        MOVE NTR-CANAL TO NTF-CANAL
        MOVE NTR-CONTACTO-SEQ TO NTF-CONTACTO-SEQ
        MOVE NTR-DESTINO TO NTF-DESTINO
        PERFORM VARYING NTR-IX FROM 1 BY 1 UNTIL NTR-IX > 4
            MOVE NTR-FUS-TOKEN (NTR-IX) TO NTF-FUS-TOKEN (NTR-IX)
            MOVE NTR-FUS-VALOR (NTR-IX) TO NTF-FUS-VALOR (NTR-IX)
        END-PERFORM
        MOVE NTR-ANEXO TO NTF-ANEXO
        MOVE "P" TO NTF-ESTADO
        MOVE ZERO TO NTF-DATA-ENVIO
        MOVE ZERO TO NTF-DATA-RECIBO
        MOVE SPACES TO NTF-MOTIVO
        MOVE "N" TO NTF-EM-PAPEL
        WRITE REGISTO-NOTIFICACAO
            INVALID KEY
                MOVE 'J' TO NTR-RESULTADO
            NOT INVALID KEY
                MOVE 'N' TO NTR-RESULTADO
        END-WRITE
        CLOSE NOTIFICACOES-FILE
    END-IF
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE SPACES TO NTR-ANEXO.

*> um endereco serve se tiver um so "@", nao no inicio, e um "."
*> depois dele com texto dos dois lados, sem espacos pelo meio.
VALIDAR-EMAIL.
    MOVE 'N' TO NTR-VALIDO
    MOVE ZERO TO NTR-TAMANHO
    MOVE ZERO TO NTR-ARROBAS
    MOVE ZERO TO NTR-ARROBA-POS
    MOVE ZERO TO NTR-PONTO-POS
    PERFORM VARYING NTR-POS FROM 1 BY 1 UNTIL NTR-POS > 30
        IF NTR-EMAIL (NTR-POS:1) NOT = SPACE
            MOVE NTR-POS TO NTR-TAMANHO
        END-IF
    END-PERFORM
    IF NTR-TAMANHO > ZERO
        MOVE 'S' TO NTR-VALIDO
        PERFORM VARYING NTR-POS FROM 1 BY 1
            UNTIL NTR-POS > NTR-TAMANHO
            EVALUATE NTR-EMAIL (NTR-POS:1)
                WHEN SPACE
                    MOVE 'N' TO NTR-VALIDO
                WHEN "@"
                    ADD 1 TO NTR-ARROBAS
                    MOVE NTR-POS TO NTR-ARROBA-POS
                WHEN "."
                    IF NTR-ARROBA-POS > ZERO
                        MOVE NTR-POS TO NTR-PONTO-POS
                    END-IF
            END-EVALUATE
        END-PERFORM
        IF NTR-ARROBAS NOT = 1 OR NTR-ARROBA-POS < 2
            MOVE 'N' TO NTR-VALIDO
        END-IF
        IF NTR-PONTO-POS < NTR-ARROBA-POS + 2
            OR NTR-PONTO-POS = NTR-TAMANHO
            MOVE 'N' TO NTR-VALIDO
        END-IF
    END-IF.

*> telemovel nacional: 9 digitos a comecar por 9, com ou sem o
*> indicativo 351 (+351 ou 00351); espacos sao ignorados. O
*> numero limpo fica em NTR-TELEMOVEL.
VALIDAR-TELEMOVEL.
    MOVE 'S' TO NTR-VALIDO
    MOVE SPACES TO NTR-TELEMOVEL
    MOVE ZERO TO NTR-DIGITOS
    PERFORM VARYING NTR-POS FROM 1 BY 1 UNTIL NTR-POS > 15
        EVALUATE TRUE
            WHEN NTR-TELEFONE (NTR-POS:1) = SPACE
                CONTINUE
            WHEN NTR-TELEFONE (NTR-POS:1) = "+" AND NTR-DIGITOS = ZERO
                CONTINUE
            WHEN NTR-TELEFONE (NTR-POS:1) IS NUMERIC
                ADD 1 TO NTR-DIGITOS
                MOVE NTR-TELEFONE (NTR-POS:1)
                    TO NTR-TELEMOVEL (NTR-DIGITOS:1)
            WHEN OTHER
                MOVE 'N' TO NTR-VALIDO
        END-EVALUATE
    END-PERFORM
    IF NTR-DIGITOS = 14 AND NTR-TELEMOVEL (1:5) = "00351"
        MOVE NTR-TELEMOVEL (6:9) TO NTR-TELEFONE
        MOVE NTR-TELEFONE TO NTR-TELEMOVEL
        MOVE 9 TO NTR-DIGITOS
    END-IF
    IF NTR-DIGITOS = 12 AND NTR-TELEMOVEL (1:3) = "351"
        MOVE NTR-TELEMOVEL (4:9) TO NTR-TELEFONE
        MOVE NTR-TELEFONE TO NTR-TELEMOVEL
        MOVE 9 TO NTR-DIGITOS
    END-IF
    IF NTR-DIGITOS NOT = 9 OR NTR-TELEMOVEL (1:1) NOT = "9"
        MOVE 'N' TO NTR-VALIDO
    END-IF.
