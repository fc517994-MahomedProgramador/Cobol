*>          importar_notas_csv, para os extratos mensais de 80 e
*>          tal faturas que o balcao digitava uma a uma. Uma
*>          linha por fatura: fornecedor,numero,ordem,data,
*>          quantidade,valor[,iban], sendo o IBAN o indicado na
*>          fatura para pagamento, quando existe. Cada linha passa
*>          pelas validacoes da entrada interativa - fornecedor
*>          existente e ativo, ordem existente e nao cancelada,
*>          FAT-CHAVE sem duplicado - e, havendo IBAN, pelo
*>          controlo modulo 97 e pela comparacao com o
*>          VENDOR-IBAN aprovado (um IBAN diferente na fatura e
*>          sinal de fraude: a alteracao de dados bancarios passa
*>          por atualizar_vendor e aprovar_bancos). As boas
*>          entram em FATURAS.dat como PENDENTES (a conferencia a
*>          tres vias continua em registar_fatura); as mas vao
*>          para FATURASIMP-REJEITADAS.csv com o motivo. Totais de
*>          controlo no fim. Motivos: F01 campos invalidos, F02
*>          fornecedor inexistente ou inativo, F03 ordem
*>          inexistente ou cancelada, F04 fatura duplicada, F05
*>          IBAN invalido, F06 IBAN diferente do registado. Nos
*>          fornecedores com retencao na fonte a taxa aplica-se ao
*>          valor da linha, que o CSV nao decompoe em IVA. A
*>          fatura herda o projeto de investigacao da ordem.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
  COPY "wsvendor.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsfatura.cbl".
  COPY "wsiban.cbl".
    77 IFA-CSV-NOME          PIC X(40) VALUE "FATURASIMP.csv".
    77 IFA-CSV-NOME-ENV      PIC X(40).
    77 IFA-CSV-STATUS        PIC X(2) VALUE "00".
    77 IFA-CAMPO-DATA        PIC X(10).
    77 IFA-CAMPO-QTD         PIC X(10).
    77 IFA-CAMPO-VALOR       PIC X(15).
    77 IFA-CAMPO-IBAN        PIC X(40).
    77 IFA-VENDOR-IBAN       PIC X(25).
    77 IFA-TAXA-RETENCAO     PIC 9(2)V99 VALUE ZERO.
    77 IFA-PROJETO           PIC X(8) VALUE SPACES.
    77 IFA-PRJ-CATEGORIA     PIC X(2) VALUE SPACES.
    77 IFA-IBAN-FATURA       PIC X(25).
    77 IFA-MOTIVO            PIC X(3).
    77 IFA-VENDOR            PIC 9(5).
    77 IFA-PO-NUMBER         PIC 9(5).
        MOVE SPACES TO IFA-CAMPO-DATA
        MOVE SPACES TO IFA-CAMPO-QTD
        MOVE SPACES TO IFA-CAMPO-VALOR
        MOVE SPACES TO IFA-CAMPO-IBAN
        UNSTRING LINHA-CSV-FATURA DELIMITED BY ","
            INTO IFA-CAMPO-VENDOR IFA-CAMPO-NUMERO IFA-CAMPO-PO
                 IFA-CAMPO-DATA IFA-CAMPO-QTD IFA-CAMPO-VALOR
                 IFA-CAMPO-IBAN
        END-UNSTRING
        MOVE SPACES TO IFA-MOTIVO
        PERFORM VALIDAR-LINHA-FATURA
        IF IFA-MOTIVO = SPACES
            PERFORM VALIDAR-DUPLICADO-CSV
        END-IF
        IF IFA-MOTIVO = SPACES AND IFA-CAMPO-IBAN NOT = SPACES
            PERFORM VALIDAR-IBAN-CSV
        END-IF
    END-IF.

VALIDAR-VENDOR-CSV.
    MOVE ZERO TO IFA-PRAZO-DIAS
    MOVE ZERO TO IFA-TAXA-RETENCAO
    MOVE SPACES TO IFA-VENDOR-IBAN
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS = "00"
        MOVE IFA-VENDOR TO VENDOR-NUMBER
                    IF VENDOR-PRAZO-DIAS NUMERIC
                        MOVE VENDOR-PRAZO-DIAS TO IFA-PRAZO-DIAS
                    END-IF
                    MOVE VENDOR-IBAN TO IFA-VENDOR-IBAN
                    IF VENDOR-COM-RETENCAO
                        AND VENDOR-TAXA-RETENCAO NUMERIC
                        MOVE VENDOR-TAXA-RETENCAO
                            TO IFA-TAXA-RETENCAO
                    END-IF
                END-IF
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

VALIDAR-PO-CSV.
    MOVE SPACES TO IFA-PROJETO
    MOVE SPACES TO IFA-PRJ-CATEGORIA
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS = "00"
        MOVE IFA-VENDOR TO VPO-VENDOR-NUMBER
                IF VPO-CANCELADA
                    MOVE "F03" TO IFA-MOTIVO
                END-IF
                MOVE VPO-PROJETO TO IFA-PROJETO
                MOVE VPO-PRJ-CATEGORIA TO IFA-PRJ-CATEGORIA
        END-READ
        CLOSE VENDOR-PO-FILE
    ELSE
            MOVE "F04" TO IFA-MOTIVO
    END-READ.

VALIDAR-IBAN-CSV.
*> o IBAN registado passa pela mesma normalizacao, para que o
*> agrupamento em blocos de 4 nao conte como diferenca.
    MOVE IFA-CAMPO-IBAN TO IBAN-VALIDAR
    PERFORM VALIDAR-IBAN
    IF IBAN-INVALIDO
        MOVE "F05" TO IFA-MOTIVO
    ELSE
        IF IFA-VENDOR-IBAN NOT = SPACES
            MOVE IBAN-COMPACTO TO IFA-IBAN-FATURA
            MOVE IFA-VENDOR-IBAN TO IBAN-VALIDAR
            PERFORM VALIDAR-IBAN
            IF IBAN-COMPACTO NOT = IFA-IBAN-FATURA
                MOVE "F06" TO IFA-MOTIVO
            END-IF
        END-IF
    END-IF.

GRAVAR-FATURA-CSV.
    MOVE IFA-VENDOR TO FAT-VENDOR-NUMBER
    MOVE IFA-CAMPO-NUMERO TO FAT-NUMERO
    MOVE ZERO TO FAT-ADIANTAMENTO
    MOVE SPACE TO FAT-CONF-BANCO
    MOVE "N" TO FAT-SUSPENSA
    MOVE IFA-TAXA-RETENCAO TO FAT-TAXA-RETENCAO
    MOVE IFA-PROJETO TO FAT-PROJETO
    MOVE IFA-PRJ-CATEGORIA TO FAT-PRJ-CATEGORIA
    COMPUTE FAT-RETENCAO ROUNDED =
        IFA-VALOR * IFA-TAXA-RETENCAO / 100
    IF IFA-PRAZO-DIAS = ZERO
        MOVE IFA-DATA TO FAT-DATA-VENCIMENTO
    ELSE
           LINHA-CSV-FATURA DELIMITED BY SIZE
           INTO LINHA-REJEITADA
    WRITE LINHA-REJEITADA.

COPY "piban.cbl".
