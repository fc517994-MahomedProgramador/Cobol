*>          cabecalho da escola, bloco de nome e morada do
*>          fornecedor, contacto principal, linhas da ordem com
*>          quantidades e precos, total e texto de condicoes.
*>          O documento fica tambem na caixa de saida de
*>          notificacoes (NOTIFICACOES.dat, modelo ORDEMCPR) em
*>          anexo, para o correio do primeiro contacto do
*>          fornecedor com endereco valido, ou na lista de papel.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slvendorpo.cbl".
     COPY "slvendorpolin.cbl".
     COPY "slvendorcontact.cbl".
     COPY "slnotificacao.cbl".

     SELECT PODOC-FILE
         ASSIGN TO IPO-NOME-FICHEIRO
  COPY "fdvendorpo.cbl".
  COPY "fdvendorpolin.cbl".
  COPY "fdvendorcontact.cbl".
  COPY "fdnotificacao.cbl".

  FD PODOC-FILE.
  01 LINHA-PODOC             PIC X(100).
  COPY "wsvendorpo.cbl".
  COPY "wsvendorpolin.cbl".
  COPY "wsvendorcontact.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
    77 IPO-VENDOR-NUMBER     PIC 9(5).
    77 IPO-PO-NUMBER         PIC 9(5).
    77 IPO-NOME-FICHEIRO     PIC X(40).
    77 IPO-TOTAL-LINHAS      PIC 9(3) VALUE ZERO.
    77 IPO-VALOR-ED          PIC Z(6)9.99.
    77 IPO-DATA              PIC 9(8).
    77 IPO-NOME-VENDOR       PIC X(30).

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvendorpolin.cbl".
COPY "rvvendorcontact.cbl".
COPY "rvnotificacao.cbl".

    PERFORM IMPRIMIR-ORDEM.
GOBACK.
        PERFORM ESCREVER-DOCUMENTO-PO
        CLOSE PODOC-FILE
        DISPLAY "Documento gravado em " IPO-NOME-FICHEIRO
        PERFORM ENFILEIRAR-ORDEM
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 1 TO RETURN-CODE
                    DISPLAY "Fornecedor nao encontrado."
                NOT INVALID KEY
                    MOVE 'S' TO IPO-VENDOR-OK
                    MOVE VENDOR-NAME TO IPO-NOME-VENDOR
            END-READ
            CLOSE VENDOR-FILE
        END-IF.
            CLOSE VENDOR-PO-FILE
        END-IF.

ENFILEIRAR-ORDEM.
    MOVE 'N' TO NTR-CONTACTOS-ABERTO
    OPEN INPUT VENDOR-CONTACT-FILE
    IF VCONTACT-STATUS = "00"
        MOVE 'S' TO NTR-CONTACTOS-ABERTO
    END-IF
    MOVE "F" TO NTR-TIPO-DEST
    MOVE IPO-VENDOR-NUMBER TO NTR-ID-DEST
    MOVE "ORDEMCPR" TO NTR-MODELO
    MOVE SPACES TO NTR-REFERENCIA
    MOVE IPO-PO-NUMBER TO NTR-REFERENCIA (1:5)
    MOVE "imprimir_po" TO NTR-PROGRAMA
    MOVE 2 TO NTR-PRIORIDADE
    PERFORM RESOLVER-CONTACTO-VENDOR
    IF NTR-CONTACTOS-ABERTO = 'S'
        CLOSE VENDOR-CONTACT-FILE
    END-IF
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&NOME" TO NTR-FUS-TOKEN (1)
    MOVE IPO-NOME-VENDOR TO NTR-FUS-VALOR (1)
    MOVE "&NUMERO" TO NTR-FUS-TOKEN (2)
    MOVE IPO-PO-NUMBER TO NTR-FUS-VALOR (2)
    MOVE "&VALOR" TO NTR-FUS-TOKEN (3)
    MOVE VPO-VALOR-TOTAL TO IPO-VALOR-ED
    MOVE IPO-VALOR-ED TO NTR-FUS-VALOR (3)
    MOVE "&DATA" TO NTR-FUS-TOKEN (4)
    MOVE VPO-DATA TO NTR-FUS-VALOR (4)
    MOVE IPO-NOME-FICHEIRO TO NTR-ANEXO
    PERFORM ENFILEIRAR-NOTIFICACAO
    EVALUATE TRUE
        WHEN NTR-RESULTADO = 'J'
            DISPLAY "Ordem ja estava na fila de notificacoes."
        WHEN NTR-RESULTADO = 'N' AND NTR-CANAL = "P"
            DISPLAY "Fornecedor sem contacto valido: ordem na"
                " lista de papel."
        WHEN NTR-RESULTADO = 'N'
            DISPLAY "Ordem em fila para envio a " NTR-DESTINO
    END-EVALUATE.

ESCREVER-DOCUMENTO-PO.
    ACCEPT IPO-DATA FROM DATE YYYYMMDD
    MOVE ALL "=" TO LINHA-PODOC
        END-PERFORM
        CLOSE VENDOR-PO-LIN-FILE
    END-IF.

COPY "pnotificacao.cbl".

COPY "pnotifvendor.cbl".
