*>****************************************************************
*> Author:
*> Date:
*> Purpose: fecho periodico por saldo das ordens de compra
*>          esquecidas. Propoe para fecho as ordens ABERTAS sem
*>          rececoes (RECECAO.dat) ha mais de N dias (ENTER = 90)
*>          e as ja faturadas em que falta apenas um residuo ate
*>          ao limite indicado (ENTER = 25.00 EUR). A proposta vai
*>          para PROPOSTA-FECHO-POS-<data>.dat e para o spool; o
*>          operador de compras confirma ordem a ordem. O fecho
*>          reduz a ordem ao recebido/faturado e passa-a a
*>          RECEBIDA, libertando o resto do compromisso no
*>          orcamento do departamento (e no teto do contrato nas
*>          chamadas de contrato), regista a emenda com o motivo
*>          em POEMENDAS.dat e grava a carta de fecho para o
*>          fornecedor em FECHO-PO-<fornecedor>-<ordem>.dat.
*>          Reservado as financas (nivel 3) e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. fechar_ordens_antigas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendorpo.cbl".
     COPY "slrececao.cbl".
     COPY "sldevolucao.cbl".
     COPY "slfatura.cbl".
     COPY "slpoemenda.cbl".
     COPY "slcontrato.cbl".
     COPY "slvendor.cbl".
     COPY "sljournal.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT PROPOSTA-FILE
         ASSIGN TO FOA-NOME-PROPOSTA
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT CARTA-FILE
         ASSIGN TO FOA-NOME-CARTA
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendorpo.cbl".
  COPY "fdrececao.cbl".
  COPY "fddevolucao.cbl".
  COPY "fdfatura.cbl".
  COPY "fdpoemenda.cbl".
  COPY "fdcontrato.cbl".
  COPY "fdvendor.cbl".
  COPY "fdjournal.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD PROPOSTA-FILE.
  01 LINHA-PROPOSTA          PIC X(120).

  FD CARTA-FILE.
  01 LINHA-CARTA             PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsvendorpo.cbl".
  COPY "wsrececao.cbl".
  COPY "wsdevolucao.cbl".
  COPY "wsfatura.cbl".
  COPY "wspoemenda.cbl".
  COPY "wscontrato.cbl".
  COPY "wsvendor.cbl".
  COPY "wsjournal.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 FOA-DIAS-LIMITE       PIC 9(3) VALUE 90.
    77 FOA-RESIDUO-MAX       PIC 9(5)V99 VALUE 25.00.
    77 FOA-RESPOSTA          PIC X(8).
    77 FOA-CONFIRMA          PIC X.
    77 FOA-NOME-PROPOSTA     PIC X(40).
    77 FOA-NOME-CARTA        PIC X(40).
    77 FOA-DATA-HOJE         PIC 9(8).
    77 FOA-DIAS-HOJE         PIC 9(7).
    77 FOA-DIAS-ULTIMA       PIC 9(7).
    77 FOA-DIAS-PARADA       PIC S9(5).
    77 FOA-ULTIMA-DATA       PIC 9(8).
    77 FOA-QTD-RECEBIDA      PIC S9(7).
    77 FOA-VALOR-RECEBIDO    PIC S9(9)V99.
    77 FOA-VALOR-FATURADO    PIC S9(9)V99.
    77 FOA-VALOR-RETIDO      PIC S9(9)V99.
    77 FOA-RESIDUO           PIC S9(9)V99.
    77 FOA-MOTIVO-COD        PIC X.
    77 FOA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 FOA-FIM-AUX           PIC X VALUE 'N'.
    77 FOA-FIM-EMENDAS       PIC X VALUE 'N'.
    77 FOA-TERMINAR          PIC X VALUE 'N'.
    77 FOA-PROPOSTA-OK       PIC X VALUE 'N'.
    77 FOA-RECECAO-ABERTO    PIC X VALUE 'N'.
    77 FOA-DEVOL-ABERTO      PIC X VALUE 'N'.
    77 FOA-FATURAS-ABERTO    PIC X VALUE 'N'.
    77 FOA-VENDOR-ABERTO     PIC X VALUE 'N'.
    77 FOA-FECHOU            PIC X VALUE 'N'.
    77 FOA-QTD-PROPOSTAS     PIC 9(3) VALUE ZERO.
    77 FOA-PX                PIC 9(3) VALUE ZERO.
    77 FOA-LINHAS            PIC 9(5) VALUE ZERO.
    77 FOA-TOTAL-FECHADAS    PIC 9(3) VALUE ZERO.
    77 FOA-TOTAL-PROPOSTO    PIC S9(11)V99 VALUE ZERO.
    77 FOA-TOTAL-LIBERTADO   PIC S9(11)V99 VALUE ZERO.
    77 FOA-QTD-ANTERIOR      PIC 9(5).
    77 FOA-VALOR-ANTERIOR    PIC 9(7)V99.
    77 FOA-LIBERTADO         PIC 9(7)V99.
    77 FOA-QTD-FINAL         PIC 9(5).
    77 FOA-VALOR-FINAL       PIC 9(7)V99.
    77 FOA-DATA-ORDEM        PIC 9(8).
    77 FOA-CONTRATO          PIC 9(5).
    77 FOA-CHAMADA-CONTRATO  PIC X VALUE 'N'.
    77 FOA-VERSAO            PIC 9(3) VALUE ZERO.
    77 FOA-CAMPO             PIC X(12).
    77 FOA-VALOR-ANTIGO      PIC X(30).
    77 FOA-VALOR-NOVO        PIC X(30).
    77 FOA-MOTIVO            PIC X(30).
    77 FOA-MOTIVO-PROPOSTO   PIC X(30).
    77 FOA-NOME-VENDOR       PIC X(30).
    77 FOA-VALOR-ED          PIC -Z(8)9.99.
    77 FOA-RETIDO-ED         PIC -Z(8)9.99.
    77 FOA-ORDEM-ED          PIC Z(6)9.99.
    77 FOA-RESIDUO-ED        PIC ZZZZ9.99.
    77 FOA-QTD-ED            PIC -(6)9.
    77 FOA-ENC-ED            PIC Z(4)9.
    77 FOA-DIAS-ED           PIC -(4)9.
    01 FOA-PROPOSTAS.
      05 FOA-PROP OCCURS 500 TIMES.
         10 FOA-P-VENDOR          PIC 9(5).
         10 FOA-P-PO              PIC 9(5).
         10 FOA-P-DESCRICAO       PIC X(30).
         10 FOA-P-MOTIVO-COD      PIC X.
         10 FOA-P-DIAS            PIC S9(5).
         10 FOA-P-QTD-ENCOMENDADA PIC 9(5).
         10 FOA-P-QTD-RECEBIDA    PIC S9(7).
         10 FOA-P-VALOR-ORDEM     PIC 9(7)V99.
         10 FOA-P-VALOR-RETIDO    PIC S9(9)V99.

PROCEDURE DIVISION.
COPY "rvvendorpo.cbl".
COPY "rvrececao.cbl".
COPY "rvdevolucao.cbl".
COPY "rvfatura.cbl".
COPY "rvpoemenda.cbl".
COPY "rvcontrato.cbl".
COPY "rvvendor.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: o fecho de ordens de compra e das"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT FOA-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM FECHAR-ORDENS-ANTIGAS.
GOBACK.

FECHAR-ORDENS-ANTIGAS.
    DISPLAY "Dias sem rececoes para propor o fecho (ENTER = 90): "
        NO ADVANCING
    MOVE SPACES TO FOA-RESPOSTA
    ACCEPT FOA-RESPOSTA
    IF FOA-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (FOA-RESPOSTA) TO FOA-DIAS-LIMITE
    END-IF
    DISPLAY "Residuo maximo por faturar, em EUR (ENTER = 25.00): "
        NO ADVANCING
    MOVE SPACES TO FOA-RESPOSTA
    ACCEPT FOA-RESPOSTA
    IF FOA-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (FOA-RESPOSTA) TO FOA-RESIDUO-MAX
    END-IF
    COMPUTE FOA-DIAS-HOJE =
        FUNCTION INTEGER-OF-DATE (FOA-DATA-HOJE)
    PERFORM PROPOR-FECHOS
    IF FOA-PROPOSTA-OK = 'N'
        MOVE 1 TO RETURN-CODE
    ELSE
        IF FOA-QTD-PROPOSTAS = ZERO
            DISPLAY "Nenhuma ordem a propor para fecho."
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE FOA-TOTAL-PROPOSTO TO FOA-VALOR-ED
            DISPLAY "Ordens propostas: " FOA-QTD-PROPOSTAS
                "  compromisso a libertar: " FOA-VALOR-ED
            DISPLAY "Proposta gravada em " FOA-NOME-PROPOSTA
            DISPLAY "Confirmar agora o fecho das ordens propostas"
                " (S/N): " NO ADVANCING
            ACCEPT FOA-CONFIRMA
            IF FOA-CONFIRMA = "S" OR FOA-CONFIRMA = "s"
                PERFORM CONFIRMAR-FECHOS
                MOVE FOA-TOTAL-LIBERTADO TO FOA-VALOR-ED
                DISPLAY "Ordens fechadas: " FOA-TOTAL-FECHADAS
                    "  compromisso libertado: " FOA-VALOR-ED
            ELSE
                DISPLAY "Nenhuma ordem fechada; a proposta fica"
                    " para revisao."
            END-IF
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

*>----------------------------------------------------------------
*> primeira passagem: so leitura, escreve a proposta de fecho
*>----------------------------------------------------------------
PROPOR-FECHOS.
    MOVE 'N' TO FOA-PROPOSTA-OK
    MOVE SPACES TO FOA-NOME-PROPOSTA
    STRING "PROPOSTA-FECHO-POS-" DELIMITED BY SIZE
           FOA-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO FOA-NOME-PROPOSTA
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-PO-FILE. Status: " VPO-STATUS
    ELSE
        MOVE 'S' TO FOA-PROPOSTA-OK
        MOVE 'N' TO FOA-RECECAO-ABERTO
        OPEN INPUT RECECAO-FILE
        IF RECECAO-STATUS = "00"
            MOVE 'S' TO FOA-RECECAO-ABERTO
        END-IF
        MOVE 'N' TO FOA-DEVOL-ABERTO
        OPEN INPUT DEVOLUCOES-FILE
        IF DEVOLUCOES-STATUS = "00"
            MOVE 'S' TO FOA-DEVOL-ABERTO
        END-IF
        MOVE 'N' TO FOA-FATURAS-ABERTO
        OPEN INPUT FATURAS-FILE
        IF FATURAS-STATUS = "00"
            MOVE 'S' TO FOA-FATURAS-ABERTO
        END-IF
        OPEN OUTPUT PROPOSTA-FILE
        MOVE ZERO TO FOA-LINHAS
        MOVE FOA-RESIDUO-MAX TO FOA-RESIDUO-ED
        MOVE ALL "=" TO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        MOVE SPACES TO LINHA-PROPOSTA
        STRING "PROPOSTA DE FECHO DE ORDENS DE COMPRA - "
                   DELIMITED BY SIZE
               FOA-DATA-HOJE DELIMITED BY SIZE
               " (SEM RECECOES HA MAIS DE " DELIMITED BY SIZE
               FOA-DIAS-LIMITE DELIMITED BY SIZE
               " DIAS OU RESIDUO ATE " DELIMITED BY SIZE
               FOA-RESIDUO-ED DELIMITED BY SIZE
               " EUR)" DELIMITED BY SIZE
               INTO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        MOVE SPACES TO LINHA-PROPOSTA
        STRING "Forn  Ordem Dept Data     Encom   Receb  Dias"
                   DELIMITED BY SIZE
               " Valor ordem        Retido    A libertar Motivo"
                   DELIMITED BY SIZE
               INTO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        MOVE ALL "-" TO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        MOVE 4 TO FOA-LINHAS
        MOVE 'N' TO FOA-FIM-FICHEIRO
        PERFORM UNTIL FOA-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO FOA-FIM-FICHEIRO
                NOT AT END
                    IF VPO-ABERTA
                        PERFORM AVALIAR-PO
                    END-IF
            END-READ
        END-PERFORM
        MOVE ALL "=" TO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        MOVE FOA-TOTAL-PROPOSTO TO FOA-VALOR-ED
        MOVE SPACES TO LINHA-PROPOSTA
        STRING "Ordens propostas: " DELIMITED BY SIZE
               FOA-QTD-PROPOSTAS DELIMITED BY SIZE
               "  Compromisso a libertar: " DELIMITED BY SIZE
               FOA-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-PROPOSTA
        WRITE LINHA-PROPOSTA
        ADD 2 TO FOA-LINHAS
        CLOSE PROPOSTA-FILE
        IF FOA-FATURAS-ABERTO = 'S'
            CLOSE FATURAS-FILE
        END-IF
        IF FOA-DEVOL-ABERTO = 'S'
            CLOSE DEVOLUCOES-FILE
        END-IF
        IF FOA-RECECAO-ABERTO = 'S'
            CLOSE RECECAO-FILE
        END-IF
        CLOSE VENDOR-PO-FILE
        MOVE "fechar_ordens_antigas" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING "DIAS " DELIMITED BY SIZE
               FOA-DIAS-LIMITE DELIMITED BY SIZE
               " RESIDUO " DELIMITED BY SIZE
               FOA-RESIDUO-ED DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE FOA-NOME-PROPOSTA TO SPR-FICHEIRO
        MOVE FOA-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
    END-IF.

AVALIAR-PO.
    PERFORM SOMAR-RECECOES-PO
    PERFORM SOMAR-DEVOLUCOES-PO
    PERFORM SOMAR-FATURAS-PO
    MOVE ZERO TO FOA-DIAS-PARADA
    IF FOA-ULTIMA-DATA NOT = ZERO
        COMPUTE FOA-DIAS-ULTIMA =
            FUNCTION INTEGER-OF-DATE (FOA-ULTIMA-DATA)
        COMPUTE FOA-DIAS-PARADA = FOA-DIAS-HOJE - FOA-DIAS-ULTIMA
    END-IF
    COMPUTE FOA-RESIDUO = VPO-VALOR-TOTAL - FOA-VALOR-FATURADO
    MOVE SPACE TO FOA-MOTIVO-COD
    IF FOA-DIAS-PARADA > FOA-DIAS-LIMITE
        MOVE "S" TO FOA-MOTIVO-COD
    ELSE
        IF FOA-VALOR-FATURADO > ZERO
            AND FOA-RESIDUO NOT > FOA-RESIDUO-MAX
            MOVE "F" TO FOA-MOTIVO-COD
        END-IF
    END-IF
    IF FOA-MOTIVO-COD NOT = SPACE
        PERFORM CALCULAR-VALOR-RETIDO
        IF FOA-QTD-PROPOSTAS < 500
            ADD 1 TO FOA-QTD-PROPOSTAS
            MOVE FOA-QTD-PROPOSTAS TO FOA-PX
            MOVE VPO-VENDOR-NUMBER TO FOA-P-VENDOR (FOA-PX)
            MOVE VPO-PO-NUMBER TO FOA-P-PO (FOA-PX)
            MOVE VPO-DESCRICAO TO FOA-P-DESCRICAO (FOA-PX)
            MOVE FOA-MOTIVO-COD TO FOA-P-MOTIVO-COD (FOA-PX)
            MOVE FOA-DIAS-PARADA TO FOA-P-DIAS (FOA-PX)
            MOVE VPO-QUANTIDADE TO FOA-P-QTD-ENCOMENDADA (FOA-PX)
            MOVE FOA-QTD-RECEBIDA TO FOA-P-QTD-RECEBIDA (FOA-PX)
            MOVE VPO-VALOR-TOTAL TO FOA-P-VALOR-ORDEM (FOA-PX)
            MOVE FOA-VALOR-RETIDO TO FOA-P-VALOR-RETIDO (FOA-PX)
            COMPUTE FOA-TOTAL-PROPOSTO = FOA-TOTAL-PROPOSTO
                + VPO-VALOR-TOTAL - FOA-VALOR-RETIDO
            PERFORM ESCREVER-LINHA-PROPOSTA
        ELSE
            DISPLAY "Aviso: mais de 500 ordens a propor; a ordem "
                VPO-VENDOR-NUMBER "/" VPO-PO-NUMBER
                " fica para a proxima passagem."
        END-IF
    END-IF.

CALCULAR-VALOR-RETIDO.
*> a ordem fica com o maior entre o recebido ao preco da ordem e
*> o ja faturado, nunca acima do valor atual; o resto e libertado.
    COMPUTE FOA-VALOR-RECEBIDO =
        FOA-QTD-RECEBIDA * VPO-PRECO-UNITARIO
    IF FOA-VALOR-RECEBIDO > FOA-VALOR-FATURADO
        MOVE FOA-VALOR-RECEBIDO TO FOA-VALOR-RETIDO
    ELSE
        MOVE FOA-VALOR-FATURADO TO FOA-VALOR-RETIDO
    END-IF
    IF FOA-VALOR-RETIDO > VPO-VALOR-TOTAL
        MOVE VPO-VALOR-TOTAL TO FOA-VALOR-RETIDO
    END-IF
    IF FOA-VALOR-RETIDO < ZERO
        MOVE ZERO TO FOA-VALOR-RETIDO
    END-IF.

ESCREVER-LINHA-PROPOSTA.
    MOVE VPO-QUANTIDADE TO FOA-ENC-ED
    MOVE FOA-QTD-RECEBIDA TO FOA-QTD-ED
    MOVE FOA-DIAS-PARADA TO FOA-DIAS-ED
    MOVE VPO-VALOR-TOTAL TO FOA-ORDEM-ED
    MOVE FOA-VALOR-RETIDO TO FOA-RETIDO-ED
    COMPUTE FOA-VALOR-ED = VPO-VALOR-TOTAL - FOA-VALOR-RETIDO
    MOVE SPACES TO LINHA-PROPOSTA
    STRING VPO-VENDOR-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VPO-PO-NUMBER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VPO-DEPARTAMENTO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VPO-DATA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FOA-ENC-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FOA-QTD-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FOA-DIAS-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FOA-ORDEM-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FOA-RETIDO-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FOA-VALOR-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           INTO LINHA-PROPOSTA
    IF FOA-MOTIVO-COD = "S"
        MOVE "SEM RECECOES" TO LINHA-PROPOSTA (87:12)
    ELSE
        MOVE "RESIDUO" TO LINHA-PROPOSTA (87:12)
    END-IF
    WRITE LINHA-PROPOSTA
    ADD 1 TO FOA-LINHAS.

SOMAR-RECECOES-PO.
*> quantidade aceite (sem quarentena por inspecionar), como na
*> conferencia a tres vias; a ultima atividade e a rececao mais
*> recente, ou a data da ordem se nunca houve rececoes.
    MOVE ZERO TO FOA-QTD-RECEBIDA
    MOVE VPO-DATA TO FOA-ULTIMA-DATA
    MOVE 'N' TO FOA-FIM-AUX
    IF FOA-RECECAO-ABERTO = 'S'
        MOVE VPO-VENDOR-NUMBER TO REC-VENDOR-NUMBER
        MOVE VPO-PO-NUMBER TO REC-PO-NUMBER
        MOVE ZERO TO REC-SEQ
        START RECECAO-FILE KEY IS NOT LESS THAN REC-CHAVE
            INVALID KEY
                MOVE 'Y' TO FOA-FIM-AUX
        END-START
        PERFORM UNTIL FOA-FIM-AUX = 'Y'
            READ RECECAO-FILE NEXT RECORD
                AT END MOVE 'Y' TO FOA-FIM-AUX
                NOT AT END
                    IF REC-VENDOR-NUMBER NOT = VPO-VENDOR-NUMBER
                        OR REC-PO-NUMBER NOT = VPO-PO-NUMBER
                        MOVE 'Y' TO FOA-FIM-AUX
                    ELSE
                        IF NOT REC-QUARENTENA
                            ADD REC-QTD-ACEITE TO FOA-QTD-RECEBIDA
                        END-IF
                        IF REC-DATA > FOA-ULTIMA-DATA
                            MOVE REC-DATA TO FOA-ULTIMA-DATA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

SOMAR-DEVOLUCOES-PO.
    MOVE 'N' TO FOA-FIM-AUX
    IF FOA-DEVOL-ABERTO = 'S'
        MOVE VPO-VENDOR-NUMBER TO DEV-VENDOR-NUMBER
        MOVE VPO-PO-NUMBER TO DEV-PO-NUMBER
        MOVE ZERO TO DEV-SEQ
        START DEVOLUCOES-FILE KEY IS NOT LESS THAN DEV-CHAVE
            INVALID KEY
                MOVE 'Y' TO FOA-FIM-AUX
        END-START
        PERFORM UNTIL FOA-FIM-AUX = 'Y'
            READ DEVOLUCOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO FOA-FIM-AUX
                NOT AT END
                    IF DEV-VENDOR-NUMBER NOT = VPO-VENDOR-NUMBER
                        OR DEV-PO-NUMBER NOT = VPO-PO-NUMBER
                        MOVE 'Y' TO FOA-FIM-AUX
                    ELSE
                        SUBTRACT DEV-QUANTIDADE FROM FOA-QTD-RECEBIDA
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF FOA-QTD-RECEBIDA < ZERO
        MOVE ZERO TO FOA-QTD-RECEBIDA
    END-IF.

SOMAR-FATURAS-PO.
*> valor faturado a ordem, liquido das notas de credito.
    MOVE ZERO TO FOA-VALOR-FATURADO
    MOVE 'N' TO FOA-FIM-AUX
    IF FOA-FATURAS-ABERTO = 'S'
        MOVE VPO-VENDOR-NUMBER TO FAT-VENDOR-NUMBER
        MOVE LOW-VALUES TO FAT-NUMERO
        START FATURAS-FILE KEY IS NOT LESS THAN FAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO FOA-FIM-AUX
        END-START
        PERFORM UNTIL FOA-FIM-AUX = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FOA-FIM-AUX
                NOT AT END
                    IF FAT-VENDOR-NUMBER NOT = VPO-VENDOR-NUMBER
                        MOVE 'Y' TO FOA-FIM-AUX
                    ELSE
                        IF FAT-PO-NUMBER = VPO-PO-NUMBER
                            IF FAT-NOTA-CREDITO
                                SUBTRACT FAT-VALOR
                                    FROM FOA-VALOR-FATURADO
                            ELSE
                                ADD FAT-VALOR TO FOA-VALOR-FATURADO
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

*>----------------------------------------------------------------
*> segunda passagem: o operador de compras confirma cada fecho
*>----------------------------------------------------------------
CONFIRMAR-FECHOS.
    PERFORM GARANTIR-POEMENDAS-FILE
    MOVE 'N' TO FOA-VENDOR-ABERTO
    OPEN INPUT VENDOR-FILE
    IF VENDOR-FILE-STATUS = "00"
        MOVE 'S' TO FOA-VENDOR-ABERTO
    END-IF
    MOVE 'N' TO FOA-TERMINAR
    MOVE ZERO TO FOA-PX
    PERFORM CONFIRMAR-UMA-PO
        UNTIL FOA-PX = FOA-QTD-PROPOSTAS OR FOA-TERMINAR = 'S'
    IF FOA-VENDOR-ABERTO = 'S'
        CLOSE VENDOR-FILE
    END-IF.

CONFIRMAR-UMA-PO.
    ADD 1 TO FOA-PX
    MOVE FOA-P-QTD-ENCOMENDADA (FOA-PX) TO FOA-ENC-ED
    MOVE FOA-P-QTD-RECEBIDA (FOA-PX) TO FOA-QTD-ED
    MOVE FOA-P-VALOR-ORDEM (FOA-PX) TO FOA-ORDEM-ED
    MOVE FOA-P-VALOR-RETIDO (FOA-PX) TO FOA-RETIDO-ED
    MOVE SPACES TO FOA-MOTIVO-PROPOSTO
    IF FOA-P-MOTIVO-COD (FOA-PX) = "S"
        MOVE FOA-P-DIAS (FOA-PX) TO FOA-DIAS-ED
        STRING "SEM ENTREGAS HA" DELIMITED BY SIZE
               FOA-DIAS-ED DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO FOA-MOTIVO-PROPOSTO
    ELSE
        MOVE "FATURADA, RESIDUO ANULADO" TO FOA-MOTIVO-PROPOSTO
    END-IF
    DISPLAY "----------------------------------------------"
    DISPLAY "Fornecedor " FOA-P-VENDOR (FOA-PX)
        "  Ordem " FOA-P-PO (FOA-PX)
        "  " FOA-P-DESCRICAO (FOA-PX)
    DISPLAY "  Encomendado: " FOA-ENC-ED
        "  Recebido: " FOA-QTD-ED
        "  Valor: " FOA-ORDEM-ED
        "  Fica em: " FOA-RETIDO-ED
    DISPLAY "  Motivo proposto: " FOA-MOTIVO-PROPOSTO
    DISPLAY "Fechar esta ordem (S/N, F = terminar): " NO ADVANCING
    ACCEPT FOA-CONFIRMA
    EVALUATE FOA-CONFIRMA
        WHEN "S"
        WHEN "s"
            DISPLAY "Motivo (ENTER = motivo proposto): " NO ADVANCING
            MOVE SPACES TO FOA-MOTIVO
            ACCEPT FOA-MOTIVO
            IF FOA-MOTIVO = SPACES
                MOVE FOA-MOTIVO-PROPOSTO TO FOA-MOTIVO
            END-IF
            PERFORM FECHAR-UMA-PO
        WHEN "F"
        WHEN "f"
            MOVE 'S' TO FOA-TERMINAR
        WHEN OTHER
            DISPLAY "Ordem mantida aberta."
    END-EVALUATE.

FECHAR-UMA-PO.
    MOVE 'N' TO FOA-FECHOU
    MOVE ZERO TO VPO-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL VPO-STATUS = "00" OR VPO-TENTATIVAS = 5
        OPEN I-O VENDOR-PO-FILE
        IF VPO-STATUS NOT = "00"
            ADD 1 TO VPO-TENTATIVAS
        END-IF
    END-PERFORM
    IF VPO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-PO-FILE. Status: " VPO-STATUS
    ELSE
        MOVE FOA-P-VENDOR (FOA-PX) TO VPO-VENDOR-NUMBER
        MOVE FOA-P-PO (FOA-PX) TO VPO-PO-NUMBER
        READ VENDOR-PO-FILE KEY IS VPO-CHAVE
            INVALID KEY
                DISPLAY "Ordem de compra nao encontrada."
            NOT INVALID KEY
                IF NOT VPO-ABERTA
                    DISPLAY "A ordem ja nao esta aberta; nada a"
                        " fechar."
                ELSE
                    MOVE VPO-QUANTIDADE TO FOA-QTD-ANTERIOR
                    MOVE VPO-VALOR-TOTAL TO FOA-VALOR-ANTERIOR
                    MOVE VPO-CONTRATO TO FOA-CONTRATO
                    MOVE 'N' TO FOA-CHAMADA-CONTRATO
                    IF VPO-CHAMADA-CONTRATO
                        MOVE 'S' TO FOA-CHAMADA-CONTRATO
                    END-IF
                    IF FOA-P-QTD-RECEBIDA (FOA-PX) < VPO-QUANTIDADE
                        MOVE FOA-P-QTD-RECEBIDA (FOA-PX)
                            TO VPO-QUANTIDADE
                    END-IF
                    IF FOA-P-VALOR-RETIDO (FOA-PX) < VPO-VALOR-TOTAL
                        MOVE FOA-P-VALOR-RETIDO (FOA-PX)
                            TO VPO-VALOR-TOTAL
                    END-IF
                    COMPUTE FOA-LIBERTADO =
                        FOA-VALOR-ANTERIOR - VPO-VALOR-TOTAL
                    MOVE VPO-QUANTIDADE TO FOA-QTD-FINAL
                    MOVE VPO-VALOR-TOTAL TO FOA-VALOR-FINAL
                    MOVE VPO-DATA TO FOA-DATA-ORDEM
                    MOVE "R" TO VPO-ESTADO
                    REWRITE REGISTO-VENDOR-PO
                    MOVE "VENDORPO" TO JRN-FICHEIRO
                    MOVE "REWRITE" TO JRN-OPERACAO
                    MOVE REGISTO-VENDOR-PO TO JRN-IMAGEM
                    PERFORM REGISTAR-DIARIO
                    MOVE 'S' TO FOA-FECHOU
                END-IF
        END-READ
        CLOSE VENDOR-PO-FILE
    END-IF
    IF FOA-FECHOU = 'S'
        PERFORM REGISTAR-EMENDAS-FECHO
        IF FOA-CHAMADA-CONTRATO = 'S' AND FOA-CONTRATO NOT = ZERO
            AND FOA-LIBERTADO > ZERO
            PERFORM LIBERTAR-TETO-CONTRATO
        END-IF
        PERFORM ESCREVER-CARTA-FECHO
        ADD 1 TO FOA-TOTAL-FECHADAS
        ADD FOA-LIBERTADO TO FOA-TOTAL-LIBERTADO
        MOVE FOA-LIBERTADO TO FOA-ORDEM-ED
        DISPLAY "Ordem fechada. Compromisso libertado: " FOA-ORDEM-ED
        DISPLAY "Carta de fecho gravada em " FOA-NOME-CARTA
    END-IF.

REGISTAR-EMENDAS-FECHO.
    PERFORM DESCOBRIR-ULTIMA-VERSAO
    IF FOA-QTD-FINAL NOT = FOA-QTD-ANTERIOR
        MOVE SPACES TO FOA-VALOR-ANTIGO
        MOVE FOA-QTD-ANTERIOR TO FOA-ENC-ED
        MOVE FOA-ENC-ED TO FOA-VALOR-ANTIGO
        MOVE SPACES TO FOA-VALOR-NOVO
        MOVE FOA-QTD-FINAL TO FOA-ENC-ED
        MOVE FOA-ENC-ED TO FOA-VALOR-NOVO
        MOVE "QUANTIDADE" TO FOA-CAMPO
        PERFORM GRAVAR-EMENDA
    END-IF
    IF FOA-VALOR-FINAL NOT = FOA-VALOR-ANTERIOR
        MOVE SPACES TO FOA-VALOR-ANTIGO
        MOVE FOA-VALOR-ANTERIOR TO FOA-ORDEM-ED
        MOVE FOA-ORDEM-ED TO FOA-VALOR-ANTIGO
        MOVE SPACES TO FOA-VALOR-NOVO
        MOVE FOA-VALOR-FINAL TO FOA-ORDEM-ED
        MOVE FOA-ORDEM-ED TO FOA-VALOR-NOVO
        MOVE "VALOR-TOTAL" TO FOA-CAMPO
        PERFORM GRAVAR-EMENDA
    END-IF
    MOVE "ABERTA" TO FOA-VALOR-ANTIGO
    MOVE "FECHADA POR SALDO" TO FOA-VALOR-NOVO
    MOVE "ESTADO" TO FOA-CAMPO
    PERFORM GRAVAR-EMENDA.

GARANTIR-POEMENDAS-FILE.
    OPEN INPUT POEMENDAS-FILE.
        IF POEMENDAS-STATUS = "35"
            OPEN OUTPUT POEMENDAS-FILE
            CLOSE POEMENDAS-FILE
        ELSE
            IF POEMENDAS-STATUS = "00"
                CLOSE POEMENDAS-FILE
            END-IF
        END-IF.

DESCOBRIR-ULTIMA-VERSAO.
    MOVE ZERO TO FOA-VERSAO
    MOVE 'N' TO FOA-FIM-EMENDAS
    OPEN INPUT POEMENDAS-FILE.
    IF POEMENDAS-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE FOA-P-VENDOR (FOA-PX) TO EMD-VENDOR-NUMBER
        MOVE FOA-P-PO (FOA-PX) TO EMD-PO-NUMBER
        MOVE ZERO TO EMD-VERSAO
        START POEMENDAS-FILE KEY IS NOT LESS THAN EMD-CHAVE
            INVALID KEY
                MOVE 'Y' TO FOA-FIM-EMENDAS
        END-START
        PERFORM UNTIL FOA-FIM-EMENDAS = 'Y'
            READ POEMENDAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FOA-FIM-EMENDAS
                NOT AT END
                    IF EMD-VENDOR-NUMBER NOT = FOA-P-VENDOR (FOA-PX)
                        OR EMD-PO-NUMBER NOT = FOA-P-PO (FOA-PX)
                        MOVE 'Y' TO FOA-FIM-EMENDAS
                    ELSE
                        MOVE EMD-VERSAO TO FOA-VERSAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POEMENDAS-FILE
    END-IF.

GRAVAR-EMENDA.
    MOVE ZERO TO POEMENDAS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL POEMENDAS-STATUS = "00" OR POEMENDAS-TENTATIVAS = 5
        OPEN I-O POEMENDAS-FILE
        IF POEMENDAS-STATUS NOT = "00"
            ADD 1 TO POEMENDAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF POEMENDAS-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir POEMENDAS-FILE. Status: "
            POEMENDAS-STATUS
    ELSE
        ADD 1 TO FOA-VERSAO
        MOVE FOA-P-VENDOR (FOA-PX) TO EMD-VENDOR-NUMBER
        MOVE FOA-P-PO (FOA-PX) TO EMD-PO-NUMBER
        MOVE FOA-VERSAO TO EMD-VERSAO
        ACCEPT EMD-DATA FROM DATE YYYYMMDD
        ACCEPT EMD-HORA FROM TIME
        MOVE FOA-CAMPO TO EMD-CAMPO
        MOVE FOA-VALOR-ANTIGO TO EMD-VALOR-ANTIGO
        MOVE FOA-VALOR-NOVO TO EMD-VALOR-NOVO
        MOVE SES-OPERADOR-ATUAL TO EMD-QUEM
        MOVE FOA-MOTIVO TO EMD-MOTIVO
        WRITE REGISTO-POEMENDA
        CLOSE POEMENDAS-FILE
    END-IF.

LIBERTAR-TETO-CONTRATO.
*> a chamada de contrato tinha consumido o valor total da ordem no
*> teto do contrato; devolve-se a parte agora anulada.
    MOVE ZERO TO CONTRATOS-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL CONTRATOS-STATUS = "00" OR CONTRATOS-TENTATIVAS = 5
        OPEN I-O CONTRATOS-FILE
        IF CONTRATOS-STATUS NOT = "00"
            ADD 1 TO CONTRATOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CONTRATOS-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir CONTRATOS-FILE. Status: "
            CONTRATOS-STATUS
    ELSE
        MOVE FOA-CONTRATO TO CTR-NUMERO
        READ CONTRATOS-FILE KEY IS CTR-NUMERO
            INVALID KEY
                DISPLAY "Aviso: contrato " FOA-CONTRATO
                    " nao encontrado."
            NOT INVALID KEY
                IF CTR-VALOR-CONSUMIDO > FOA-LIBERTADO
                    SUBTRACT FOA-LIBERTADO FROM CTR-VALOR-CONSUMIDO
                ELSE
                    MOVE ZERO TO CTR-VALOR-CONSUMIDO
                END-IF
                REWRITE REGISTO-CONTRATO
                DISPLAY "Teto do contrato " CTR-NUMERO
                    " atualizado."
        END-READ
        CLOSE CONTRATOS-FILE
    END-IF.

ESCREVER-CARTA-FECHO.
    MOVE SPACES TO FOA-NOME-VENDOR
    MOVE SPACES TO VENDOR-ADDRESS-1 VENDOR-ADDRESS-2
    MOVE SPACES TO VENDOR-CITY VENDOR-STATE VENDOR-ZIP
    IF FOA-VENDOR-ABERTO = 'S'
        MOVE FOA-P-VENDOR (FOA-PX) TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                MOVE SPACES TO VENDOR-ADDRESS-1 VENDOR-ADDRESS-2
                MOVE SPACES TO VENDOR-CITY VENDOR-STATE VENDOR-ZIP
            NOT INVALID KEY
                MOVE VENDOR-NAME TO FOA-NOME-VENDOR
        END-READ
    END-IF
    MOVE SPACES TO FOA-NOME-CARTA
    STRING "FECHO-PO-" DELIMITED BY SIZE
           FOA-P-VENDOR (FOA-PX) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FOA-P-PO (FOA-PX) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO FOA-NOME-CARTA
    OPEN OUTPUT CARTA-FILE
    MOVE ALL "=" TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "ESCOLA - SERVICOS ADMINISTRATIVOS" TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "FECHO DE ORDEM DE COMPRA POR SALDO" TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE ALL "=" TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "Ordem n. " DELIMITED BY SIZE
           FOA-P-PO (FOA-PX) DELIMITED BY SIZE
           "   Data da ordem: " DELIMITED BY SIZE
           FOA-DATA-ORDEM DELIMITED BY SIZE
           "   Emitido em: " DELIMITED BY SIZE
           FOA-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "FORNECEDOR:" TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  " DELIMITED BY SIZE
           FOA-NOME-VENDOR DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  " DELIMITED BY SIZE
           VENDOR-ADDRESS-1 DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  " DELIMITED BY SIZE
           VENDOR-ADDRESS-2 DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  " DELIMITED BY SIZE
           VENDOR-CITY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VENDOR-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VENDOR-ZIP DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "Informamos que a ordem de compra acima foi encerrada nesta"
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "data. A quantidade ainda nao entregue fica anulada."
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  " DELIMITED BY SIZE
           FOA-P-DESCRICAO (FOA-PX) DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE FOA-QTD-ANTERIOR TO FOA-ENC-ED
    MOVE SPACES TO LINHA-CARTA
    STRING "  Quantidade encomendada: " DELIMITED BY SIZE
           FOA-ENC-ED DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE FOA-QTD-FINAL TO FOA-ENC-ED
    MOVE SPACES TO LINHA-CARTA
    STRING "  Quantidade recebida:    " DELIMITED BY SIZE
           FOA-ENC-ED DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE FOA-VALOR-FINAL TO FOA-ORDEM-ED
    MOVE SPACES TO LINHA-CARTA
    STRING "  Valor final da ordem:   " DELIMITED BY SIZE
           FOA-ORDEM-ED DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    STRING "  Motivo: " DELIMITED BY SIZE
           FOA-MOTIVO DELIMITED BY SIZE
           INTO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE SPACES TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "  Nao devem ser feitas mais entregas nem emitidas faturas"
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "  acima do valor final desta ordem. As faturas em falta das"
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "  quantidades ja entregues continuam a ser aceites."
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    MOVE "  Indicar o numero da ordem em toda a correspondencia."
        TO LINHA-CARTA
    WRITE LINHA-CARTA
    CLOSE CARTA-FILE
    MOVE "fechar_ordens_antigas" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING "CARTA FECHO " DELIMITED BY SIZE
           FOA-P-VENDOR (FOA-PX) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FOA-P-PO (FOA-PX) DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE FOA-NOME-CARTA TO SPR-FICHEIRO
    MOVE 25 TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

COPY "pjournal.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
