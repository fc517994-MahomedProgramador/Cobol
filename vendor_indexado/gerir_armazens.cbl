*>****************************************************************
*> Author:
*> Date:
*> Purpose: armazens de stock (armazem central e armazens dos
*>          laboratorios e faculdades) e transferencias entre
*>          eles. O ficheiro mestre ARMAZENS.dat tem o
*>          responsavel de cada armazem; os saldos por artigo e
*>          armazem estao em STOCKARM.dat. Uma transferencia
*>          (TRANSFERENCIAS.dat) sai do armazem de origem no
*>          envio e fica em transito ate o armazem de destino
*>          confirmar a rececao; a quantidade que nao chega e
*>          abatida ao stock como quebra.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_armazens.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slarmazem.cbl".
     COPY "slstockarm.cbl".
     COPY "sltransf.cbl".
     COPY "slstock.cbl".
     COPY "slstockmov.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdarmazem.cbl".
  COPY "fdstockarm.cbl".
  COPY "fdtransf.cbl".
  COPY "fdstock.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsarmazem.cbl".
  COPY "wsstockarm.cbl".
  COPY "wstransf.cbl".
  COPY "wsstock.cbl".
  COPY "wsstockmov.cbl".
  COPY "wsarmimput.cbl".
  COPY "wssessao.cbl".
    77 GAR-OPCAO             PIC 9 VALUE ZERO.
    77 GAR-SAIR              PIC X VALUE 'N'.
    77 GAR-DATA              PIC 9(8).
    77 GAR-CODIGO            PIC X(4).
    77 GAR-TEXTO             PIC X(30).
    77 GAR-NOVO              PIC X VALUE 'N'.
    77 GAR-RESPOSTA          PIC X.
    77 GAR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GAR-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GAR-ARTIGO            PIC X(8).
    77 GAR-ORIGEM            PIC X(4).
    77 GAR-DESTINO           PIC X(4).
    77 GAR-QUANTIDADE        PIC 9(7).
    77 GAR-QTD-RECEBIDA      PIC 9(7).
    77 GAR-QUEBRA            PIC 9(7).
    77 GAR-NUMERO            PIC 9(6).
    77 GAR-ULTIMO-NUMERO     PIC 9(6) VALUE ZERO.
    77 GAR-PODE-RECEBER      PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvarmazem.cbl".
COPY "rvstockarm.cbl".
COPY "rvtransf.cbl".
COPY "rvstock.cbl".
COPY "rvstockmov.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GAR-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-ARMAZENS
    PERFORM GARANTIR-TRANSFERENCIAS
    PERFORM UNTIL GAR-SAIR = 'Y'
        PERFORM MENU-ARMAZENS
    END-PERFORM.
GOBACK.

MENU-ARMAZENS.
    DISPLAY "==================================="
    DISPLAY "      ARMAZENS E TRANSFERENCIAS"
    DISPLAY "==================================="
    DISPLAY "1 - Criar ou alterar armazem"
    DISPLAY "2 - Listar armazens"
    DISPLAY "3 - Existencias de um armazem"
    DISPLAY "4 - Enviar transferencia"
    DISPLAY "5 - Confirmar rececao de transferencia"
    DISPLAY "6 - Transferencias em transito"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GAR-OPCAO
    EVALUATE GAR-OPCAO
        WHEN 1
            PERFORM CRIAR-ALTERAR-ARMAZEM
        WHEN 2
            PERFORM LISTAR-ARMAZENS
        WHEN 3
            PERFORM EXISTENCIAS-ARMAZEM
        WHEN 4
            PERFORM ENVIAR-TRANSFERENCIA
        WHEN 5
            PERFORM CONFIRMAR-TRANSFERENCIA
        WHEN 6
            PERFORM LISTAR-EM-TRANSITO
        WHEN 0
            MOVE 'Y' TO GAR-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-ARMAZENS.
*> o armazem central existe sempre: e onde esta o stock anterior
*> aos armazens e onde entram as rececoes por omissao.
    OPEN INPUT ARMAZENS-FILE.
    IF ARMAZENS-STATUS = "35"
        OPEN OUTPUT ARMAZENS-FILE
        CLOSE ARMAZENS-FILE
    ELSE
        IF ARMAZENS-STATUS = "00"
            CLOSE ARMAZENS-FILE
        END-IF
    END-IF
    OPEN I-O ARMAZENS-FILE.
    IF ARMAZENS-STATUS = "00"
        MOVE ARI-CENTRAL TO ARM-CODIGO
        READ ARMAZENS-FILE KEY IS ARM-CODIGO
            INVALID KEY
                MOVE ARI-CENTRAL TO ARM-CODIGO
                MOVE "Armazem central" TO ARM-DESIGNACAO
                MOVE SPACES TO ARM-LOCALIZACAO
                MOVE SPACES TO ARM-RESPONSAVEL
                MOVE "A" TO ARM-ESTADO
                WRITE REGISTO-ARMAZEM
                    INVALID KEY
                        CONTINUE
                END-WRITE
            NOT INVALID KEY
                CONTINUE
        END-READ
        CLOSE ARMAZENS-FILE
    END-IF.

GARANTIR-TRANSFERENCIAS.
    OPEN INPUT TRANSFERENCIAS-FILE.
    IF TRANSFERENCIAS-STATUS = "35"
        OPEN OUTPUT TRANSFERENCIAS-FILE
        CLOSE TRANSFERENCIAS-FILE
    ELSE
        IF TRANSFERENCIAS-STATUS = "00"
            CLOSE TRANSFERENCIAS-FILE
        END-IF
    END-IF.

CRIAR-ALTERAR-ARMAZEM.
    DISPLAY "Codigo do armazem: " NO ADVANCING
    MOVE SPACES TO GAR-CODIGO
    ACCEPT GAR-CODIGO
    IF GAR-CODIGO = SPACES
        DISPLAY "Codigo invalido."
    ELSE
        OPEN I-O ARMAZENS-FILE
        IF ARMAZENS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir ARMAZENS-FILE. Status: "
                ARMAZENS-STATUS
        ELSE
            MOVE GAR-CODIGO TO ARM-CODIGO
            READ ARMAZENS-FILE KEY IS ARM-CODIGO
                INVALID KEY
                    MOVE 'S' TO GAR-NOVO
                    MOVE GAR-CODIGO TO ARM-CODIGO
                    MOVE SPACES TO ARM-DESIGNACAO
                    MOVE SPACES TO ARM-LOCALIZACAO
                    MOVE SPACES TO ARM-RESPONSAVEL
                    MOVE "A" TO ARM-ESTADO
                NOT INVALID KEY
                    MOVE 'N' TO GAR-NOVO
                    PERFORM MOSTRAR-ARMAZEM
            END-READ
            PERFORM PEDIR-DADOS-ARMAZEM
            IF ARM-DESIGNACAO = SPACES
                DISPLAY "A designacao e obrigatoria."
            ELSE
                IF GAR-NOVO = 'S'
                    WRITE REGISTO-ARMAZEM
                        INVALID KEY
                            DISPLAY "Erro: armazem duplicado."
                        NOT INVALID KEY
                            DISPLAY "Armazem " GAR-CODIGO " criado."
                    END-WRITE
                ELSE
                    REWRITE REGISTO-ARMAZEM
                    DISPLAY "Armazem " GAR-CODIGO " alterado."
                END-IF
            END-IF
            CLOSE ARMAZENS-FILE
        END-IF
    END-IF.

PEDIR-DADOS-ARMAZEM.
*> nas alteracoes, ENTER mantem o valor atual de cada campo.
    DISPLAY "Designacao: " NO ADVANCING
    MOVE SPACES TO GAR-TEXTO
    ACCEPT GAR-TEXTO
    IF GAR-TEXTO NOT = SPACES
        MOVE GAR-TEXTO TO ARM-DESIGNACAO
    END-IF
    DISPLAY "Localizacao (edificio, faculdade): " NO ADVANCING
    MOVE SPACES TO GAR-TEXTO
    ACCEPT GAR-TEXTO
    IF GAR-TEXTO NOT = SPACES
        MOVE GAR-TEXTO TO ARM-LOCALIZACAO
    END-IF
    DISPLAY "Operador responsavel: " NO ADVANCING
    MOVE SPACES TO GAR-TEXTO
    ACCEPT GAR-TEXTO
    IF GAR-TEXTO NOT = SPACES
        MOVE GAR-TEXTO TO ARM-RESPONSAVEL
    END-IF
    IF GAR-NOVO = 'N' AND ARM-CODIGO NOT = ARI-CENTRAL
        DISPLAY "Armazem ativo (S/N)? " NO ADVANCING
        MOVE SPACES TO GAR-RESPOSTA
        ACCEPT GAR-RESPOSTA
        IF GAR-RESPOSTA = "N" OR GAR-RESPOSTA = "n"
            MOVE "I" TO ARM-ESTADO
        ELSE
            MOVE "A" TO ARM-ESTADO
        END-IF
    END-IF.

MOSTRAR-ARMAZEM.
    DISPLAY ARM-CODIGO "  " ARM-DESIGNACAO "  " ARM-LOCALIZACAO
        "  resp. " ARM-RESPONSAVEL "  estado " ARM-ESTADO.

LISTAR-ARMAZENS.
    MOVE ZERO TO GAR-TOTAL-LISTADOS
    MOVE 'N' TO GAR-FIM-FICHEIRO
    OPEN INPUT ARMAZENS-FILE.
    IF ARMAZENS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ARMAZENS-FILE. Status: "
            ARMAZENS-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " ARMAZENS"
        DISPLAY "==============================================="
        PERFORM UNTIL GAR-FIM-FICHEIRO = 'Y'
            READ ARMAZENS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAR-FIM-FICHEIRO
                NOT AT END
                    PERFORM MOSTRAR-ARMAZEM
                    ADD 1 TO GAR-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        CLOSE ARMAZENS-FILE
        DISPLAY "Total de armazens: " GAR-TOTAL-LISTADOS
    END-IF.

EXISTENCIAS-ARMAZEM.
    DISPLAY "Codigo do armazem: " NO ADVANCING
    MOVE SPACES TO GAR-CODIGO
    ACCEPT GAR-CODIGO
    MOVE ZERO TO GAR-TOTAL-LISTADOS
    MOVE 'N' TO GAR-FIM-FICHEIRO
    OPEN INPUT STOCKARM-FILE.
    IF STOCKARM-STATUS NOT = "00"
        DISPLAY "Sem saldos por armazem registados."
    ELSE
        DISPLAY "==============================================="
        DISPLAY " EXISTENCIAS DO ARMAZEM " GAR-CODIGO
        DISPLAY "==============================================="
        PERFORM UNTIL GAR-FIM-FICHEIRO = 'Y'
            READ STOCKARM-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAR-FIM-FICHEIRO
                NOT AT END
                    IF SAR-ARMAZEM = GAR-CODIGO
                        AND (SAR-SALDO > ZERO OR SAR-MINIMO > ZERO)
                        DISPLAY "Artigo " SAR-ARTIGO-CODIGO
                            "  saldo " SAR-SALDO
                            "  minimo " SAR-MINIMO
                        ADD 1 TO GAR-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCKARM-FILE
        DISPLAY "Artigos no armazem: " GAR-TOTAL-LISTADOS
    END-IF
    IF GAR-CODIGO = ARI-CENTRAL
        DISPLAY "(os artigos sem movimentos desde a criacao dos"
            " armazens estao no central com o saldo total)"
    END-IF.

ENVIAR-TRANSFERENCIA.
    DISPLAY "Codigo do artigo: " NO ADVANCING
    MOVE SPACES TO GAR-ARTIGO
    ACCEPT GAR-ARTIGO
    DISPLAY "Origem:"
    PERFORM PEDIR-ARMAZEM
    MOVE ARI-ARMAZEM TO GAR-ORIGEM
    DISPLAY "Destino:"
    PERFORM PEDIR-ARMAZEM
    MOVE ARI-ARMAZEM TO GAR-DESTINO
    DISPLAY "Quantidade a transferir: " NO ADVANCING
    ACCEPT GAR-QUANTIDADE
    IF GAR-ORIGEM = GAR-DESTINO
        DISPLAY "A origem e o destino tem de ser diferentes."
    ELSE
        IF GAR-QUANTIDADE = ZERO
            DISPLAY "Quantidade nula, nada registado."
        ELSE
            PERFORM REGISTAR-ENVIO
        END-IF
    END-IF.

REGISTAR-ENVIO.
    MOVE ZERO TO ARI-SALDO-ANTES
    OPEN INPUT STOCKS-FILE.
    IF STOCKS-STATUS = "00"
        MOVE GAR-ARTIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE STK-SALDO TO ARI-SALDO-ANTES
        END-READ
        CLOSE STOCKS-FILE
    END-IF
    MOVE GAR-ARTIGO TO ARI-ARTIGO
    MOVE GAR-ORIGEM TO ARI-ARMAZEM
    PERFORM OBTER-SALDO-ARMAZEM
    IF GAR-QUANTIDADE > ARI-SALDO-ARMAZEM
        DISPLAY "Saldo insuficiente no armazem " GAR-ORIGEM
            " (" ARI-SALDO-ARMAZEM ")."
    ELSE
        PERFORM OBTER-ULTIMO-NUMERO-TRF
        MOVE ZERO TO TRANSFERENCIAS-TENTATIVAS
        PERFORM WITH TEST AFTER UNTIL TRANSFERENCIAS-STATUS = "00"
            OR TRANSFERENCIAS-TENTATIVAS = 5
            OPEN I-O TRANSFERENCIAS-FILE
            IF TRANSFERENCIAS-STATUS NOT = "00"
                ADD 1 TO TRANSFERENCIAS-TENTATIVAS
            END-IF
        END-PERFORM
        IF TRANSFERENCIAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir TRANSFERENCIAS-FILE. Status: "
                TRANSFERENCIAS-STATUS
        ELSE
            COMPUTE TRF-NUMERO = GAR-ULTIMO-NUMERO + 1
            MOVE GAR-ARTIGO TO TRF-ARTIGO-CODIGO
            MOVE GAR-ORIGEM TO TRF-ORIGEM
            MOVE GAR-DESTINO TO TRF-DESTINO
            MOVE GAR-QUANTIDADE TO TRF-QUANTIDADE
            MOVE GAR-DATA TO TRF-DATA-ENVIO
            MOVE SES-OPERADOR-ATUAL TO TRF-OPERADOR-ENVIO
            MOVE ZERO TO TRF-QTD-RECEBIDA
            MOVE ZERO TO TRF-DATA-RECECAO
            MOVE SPACES TO TRF-OPERADOR-RECECAO
            MOVE "T" TO TRF-ESTADO
            WRITE REGISTO-TRANSFERENCIA
                INVALID KEY
                    DISPLAY "Erro: transferencia duplicada."
                NOT INVALID KEY
                    MOVE TRF-NUMERO TO GAR-NUMERO
                    COMPUTE ARI-DELTA = 0 - GAR-QUANTIDADE
                    PERFORM MOVER-SALDO-ARMAZEM
                    MOVE "T" TO SMV-TIPO
                    COMPUTE SMV-QUANTIDADE = 0 - GAR-QUANTIDADE
                    MOVE GAR-ORIGEM TO SMV-ARMAZEM
                    PERFORM GRAVAR-MOVIMENTO-TRF
                    DISPLAY "Transferencia " GAR-NUMERO
                        " enviada: " GAR-QUANTIDADE " em transito"
                        " para " GAR-DESTINO "."
            END-WRITE
            CLOSE TRANSFERENCIAS-FILE
        END-IF
    END-IF.

OBTER-ULTIMO-NUMERO-TRF.
    MOVE ZERO TO GAR-ULTIMO-NUMERO
    MOVE 'N' TO GAR-FIM-FICHEIRO
    OPEN INPUT TRANSFERENCIAS-FILE.
    IF TRANSFERENCIAS-STATUS = "00"
        PERFORM UNTIL GAR-FIM-FICHEIRO = 'Y'
            READ TRANSFERENCIAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAR-FIM-FICHEIRO
                NOT AT END
                    MOVE TRF-NUMERO TO GAR-ULTIMO-NUMERO
            END-READ
        END-PERFORM
        CLOSE TRANSFERENCIAS-FILE
    END-IF.

CONFIRMAR-TRANSFERENCIA.
    DISPLAY "Numero da transferencia: " NO ADVANCING
    ACCEPT GAR-NUMERO
    MOVE ZERO TO TRANSFERENCIAS-TENTATIVAS
    PERFORM WITH TEST AFTER UNTIL TRANSFERENCIAS-STATUS = "00"
        OR TRANSFERENCIAS-TENTATIVAS = 5
        OPEN I-O TRANSFERENCIAS-FILE
        IF TRANSFERENCIAS-STATUS NOT = "00"
            ADD 1 TO TRANSFERENCIAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF TRANSFERENCIAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir TRANSFERENCIAS-FILE. Status: "
            TRANSFERENCIAS-STATUS
    ELSE
        MOVE GAR-NUMERO TO TRF-NUMERO
        READ TRANSFERENCIAS-FILE KEY IS TRF-NUMERO
            INVALID KEY
                DISPLAY "Transferencia nao encontrada."
            NOT INVALID KEY
                IF NOT TRF-EM-TRANSITO
                    DISPLAY "A transferencia ja foi recebida em "
                        TRF-DATA-RECECAO "."
                ELSE
                    PERFORM VERIFICAR-RESPONSAVEL-DESTINO
                    IF GAR-PODE-RECEBER = 'S'
                        PERFORM REGISTAR-RECECAO-TRF
                    END-IF
                END-IF
        END-READ
        CLOSE TRANSFERENCIAS-FILE
    END-IF.

VERIFICAR-RESPONSAVEL-DESTINO.
*> a rececao e confirmada pelo responsavel do armazem de destino
*> (ou pela administracao); sem responsavel, qualquer operador.
    MOVE 'S' TO GAR-PODE-RECEBER
    OPEN INPUT ARMAZENS-FILE.
    IF ARMAZENS-STATUS = "00"
        MOVE TRF-DESTINO TO ARM-CODIGO
        READ ARMAZENS-FILE KEY IS ARM-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ARM-RESPONSAVEL NOT = SPACES
                    AND ARM-RESPONSAVEL NOT = SES-OPERADOR-ATUAL
                    AND SES-NIVEL-ATUAL NOT = 9
                    MOVE 'N' TO GAR-PODE-RECEBER
                    DISPLAY "So o responsavel do armazem "
                        TRF-DESTINO " (" ARM-RESPONSAVEL
                        ") confirma a rececao."
                END-IF
        END-READ
        CLOSE ARMAZENS-FILE
    END-IF.

REGISTAR-RECECAO-TRF.
    DISPLAY "Artigo " TRF-ARTIGO-CODIGO "  de " TRF-ORIGEM
        "  para " TRF-DESTINO "  enviado " TRF-QUANTIDADE
        "  em " TRF-DATA-ENVIO
    DISPLAY "Quantidade recebida: " NO ADVANCING
    ACCEPT GAR-QTD-RECEBIDA
    IF GAR-QTD-RECEBIDA > TRF-QUANTIDADE
        MOVE TRF-QUANTIDADE TO GAR-QTD-RECEBIDA
        DISPLAY "Recebida limitada a quantidade enviada."
    END-IF
    COMPUTE GAR-QUEBRA = TRF-QUANTIDADE - GAR-QTD-RECEBIDA
    MOVE GAR-QTD-RECEBIDA TO TRF-QTD-RECEBIDA
    MOVE GAR-DATA TO TRF-DATA-RECECAO
    MOVE SES-OPERADOR-ATUAL TO TRF-OPERADOR-RECECAO
    MOVE "R" TO TRF-ESTADO
    REWRITE REGISTO-TRANSFERENCIA
    MOVE TRF-ARTIGO-CODIGO TO GAR-ARTIGO
    MOVE ZERO TO ARI-SALDO-ANTES
    IF GAR-QUEBRA > ZERO
        PERFORM ABATER-QUEBRA-TRF
    END-IF
    IF GAR-QTD-RECEBIDA > ZERO
        MOVE GAR-ARTIGO TO ARI-ARTIGO
        MOVE TRF-DESTINO TO ARI-ARMAZEM
        MOVE GAR-QTD-RECEBIDA TO ARI-DELTA
        PERFORM MOVER-SALDO-ARMAZEM
        MOVE "T" TO SMV-TIPO
        MOVE GAR-QTD-RECEBIDA TO SMV-QUANTIDADE
        MOVE TRF-DESTINO TO SMV-ARMAZEM
        PERFORM GRAVAR-MOVIMENTO-TRF
    END-IF
    DISPLAY "Transferencia " TRF-NUMERO " recebida: "
        GAR-QTD-RECEBIDA " no armazem " TRF-DESTINO
        ", quebra " GAR-QUEBRA ".".

ABATER-QUEBRA-TRF.
*> o que se perdeu em transito sai do total do artigo.
    MOVE ZERO TO STOCKS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL STOCKS-STATUS = "00" OR STOCKS-TENTATIVAS = 5
        OPEN I-O STOCKS-FILE
        IF STOCKS-STATUS NOT = "00"
            ADD 1 TO STOCKS-TENTATIVAS
        END-IF
    END-PERFORM
    IF STOCKS-STATUS NOT = "00"
        DISPLAY "Aviso: existencias nao atualizadas (status "
            STOCKS-STATUS ")."
    ELSE
        MOVE GAR-ARTIGO TO STK-ARTIGO-CODIGO
        READ STOCKS-FILE KEY IS STK-ARTIGO-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF GAR-QUEBRA > STK-SALDO
                    MOVE ZERO TO STK-SALDO
                ELSE
                    SUBTRACT GAR-QUEBRA FROM STK-SALDO
                END-IF
                REWRITE REGISTO-STOCK
        END-READ
        CLOSE STOCKS-FILE
        MOVE "A" TO SMV-TIPO
        COMPUTE SMV-QUANTIDADE = 0 - GAR-QUEBRA
        MOVE SPACES TO SMV-ARMAZEM
        PERFORM GRAVAR-MOVIMENTO-TRF
    END-IF.

GRAVAR-MOVIMENTO-TRF.
    MOVE GAR-DATA TO SMV-DATA
    MOVE GAR-ARTIGO TO SMV-ARTIGO-CODIGO
    MOVE SPACES TO SMV-DEPARTAMENTO
    MOVE SPACES TO SMV-REFERENCIA
    STRING "TRF" DELIMITED BY SIZE
           TRF-NUMERO DELIMITED BY SIZE
           INTO SMV-REFERENCIA
    MOVE SPACES TO SMV-PROJETO
    MOVE SPACES TO SMV-PRJ-CATEGORIA
    MOVE ZERO TO SMV-VALOR
    MOVE SPACES TO SMV-LOTE
    OPEN EXTEND STOCKMOV-FILE.
    IF STOCKMOV-STATUS NOT = "00"
        OPEN OUTPUT STOCKMOV-FILE
    END-IF
    IF STOCKMOV-STATUS = "00"
        WRITE REGISTO-STOCKMOV
        CLOSE STOCKMOV-FILE
    END-IF.

LISTAR-EM-TRANSITO.
    MOVE ZERO TO GAR-TOTAL-LISTADOS
    MOVE 'N' TO GAR-FIM-FICHEIRO
    OPEN INPUT TRANSFERENCIAS-FILE.
    IF TRANSFERENCIAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir TRANSFERENCIAS-FILE. Status: "
            TRANSFERENCIAS-STATUS
    ELSE
        DISPLAY "==============================================="
        DISPLAY " TRANSFERENCIAS EM TRANSITO"
        DISPLAY "==============================================="
        PERFORM UNTIL GAR-FIM-FICHEIRO = 'Y'
            READ TRANSFERENCIAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAR-FIM-FICHEIRO
                NOT AT END
                    IF TRF-EM-TRANSITO
                        DISPLAY "TRF " TRF-NUMERO
                            "  artigo " TRF-ARTIGO-CODIGO
                            "  " TRF-ORIGEM " -> " TRF-DESTINO
                            "  qtd " TRF-QUANTIDADE
                            "  enviada " TRF-DATA-ENVIO
                            " por " TRF-OPERADOR-ENVIO
                        ADD 1 TO GAR-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANSFERENCIAS-FILE
        DISPLAY "Transferencias em transito: " GAR-TOTAL-LISTADOS
    END-IF.

COPY "psessao.cbl".

COPY "parmazem.cbl".
