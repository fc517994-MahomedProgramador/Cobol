*>****************************************************************
*> Author:
*> Date:
*> Purpose: relatorio anual dos ajustes diretos para publicacao no
*>          Portal BASE: lista, por fornecedor, cada ordem nao
*>          cancelada adjudicada por ajuste direto no ano pedido
*>          (data, numero, categoria, descricao e valor) e os
*>          totais por categoria, com o acumulado do ano e dos
*>          dois anteriores comparado com o teto legal
*>          (CCP_LIMITE_AJUSTE_DIRETO). Grava em
*>          AJUSTES-DIRETOS-<ano>.dat, regista no spool e termina
*>          com RETURN-CODE 2 quando algum fornecedor e categoria
*>          atingiu o teto.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_ajustes_diretos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendor.cbl".
     COPY "slvendorpo.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT AJUSTES-FILE
         ASSIGN TO RAD-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendor.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD AJUSTES-FILE.
  01 LINHA-AJUSTES           PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
  COPY "wsajuste.cbl".
    77 RAD-ANO               PIC 9(4).
    77 RAD-ANO-INICIO        PIC 9(4).
    77 RAD-ANO-PO            PIC 9(4).
    77 RAD-NOME-FICHEIRO     PIC X(40).
    77 RAD-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RAD-TEM-VENDOR        PIC X VALUE 'N'.
    77 RAD-VENDOR-ATUAL      PIC 9(5) VALUE ZERO.
    77 RAD-NOME-VENDOR       PIC X(30).
    77 RAD-CAB-ESCRITO       PIC X VALUE 'N'.
    77 RAD-CDX               PIC 9(2).
    77 RAD-TOTAL-CATEGORIAS  PIC 9(2) VALUE ZERO.
    77 RAD-TOTAL-VENDOR      PIC 9(9)V99 VALUE ZERO.
    77 RAD-TOTAL-ANO         PIC 9(10)V99 VALUE ZERO.
    77 RAD-TOTAL-VENDORS     PIC 9(4) VALUE ZERO.
    77 RAD-TOTAL-ORDENS      PIC 9(5) VALUE ZERO.
    77 RAD-TOTAL-ATINGIDOS   PIC 9(4) VALUE ZERO.
    77 RAD-VALOR-ED          PIC Z(9)9.99.
    77 RAD-TRIENIO-ED        PIC Z(9)9.99.

    01 RAD-CATEGORIAS.
       05 RAD-CATEGORIA-ENT OCCURS 20 TIMES.
          10 RAD-CAT-CODIGO     PIC X(4).
          10 RAD-CAT-ANO        PIC 9(9)V99.
          10 RAD-CAT-TRIENIO    PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvvendorpo.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM CARREGAR-LIMITE-AJUSTE.
    PERFORM RELATORIO-AJUSTES-DIRETOS.
GOBACK.

RELATORIO-AJUSTES-DIRETOS.
    DISPLAY "Introduza o ano economico (ex: 2026): " NO ADVANCING
    ACCEPT RAD-ANO
    COMPUTE RAD-ANO-INICIO = RAD-ANO - 2
    MOVE SPACES TO RAD-NOME-FICHEIRO
    STRING "AJUSTES-DIRETOS-" DELIMITED BY SIZE
           RAD-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RAD-NOME-FICHEIRO

    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VENDOR-PO-FILE. Status: " VPO-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN OUTPUT AJUSTES-FILE
        MOVE ALL "=" TO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
        MOVE SPACES TO LINHA-AJUSTES
        STRING "AJUSTES DIRETOS " DELIMITED BY SIZE
               RAD-ANO DELIMITED BY SIZE
               " - PUBLICACAO NO PORTAL BASE" DELIMITED BY SIZE
               INTO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
        MOVE AJD-LIMITE TO RAD-VALOR-ED
        MOVE SPACES TO LINHA-AJUSTES
        STRING "Teto legal por fornecedor e categoria em "
                   DELIMITED BY SIZE
               RAD-ANO-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RAD-ANO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               RAD-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
        PERFORM UNTIL RAD-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO RAD-FIM-FICHEIRO
                NOT AT END
                    MOVE VPO-DATA (1:4) TO RAD-ANO-PO
                    IF VPO-AJUSTE-DIRETO
                        AND NOT VPO-CANCELADA
                        AND RAD-ANO-PO >= RAD-ANO-INICIO
                        AND RAD-ANO-PO <= RAD-ANO
                        PERFORM ACUMULAR-AJUSTE-DIRETO
                    END-IF
            END-READ
        END-PERFORM
        IF RAD-TEM-VENDOR = 'S'
            PERFORM FECHAR-VENDOR-RAD
        END-IF
        MOVE ALL "=" TO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
        MOVE RAD-TOTAL-ANO TO RAD-VALOR-ED
        MOVE SPACES TO LINHA-AJUSTES
        STRING "TOTAL DE AJUSTES DIRETOS NO ANO: " DELIMITED BY SIZE
               RAD-VALOR-ED DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               RAD-TOTAL-ORDENS DELIMITED BY SIZE
               " ordens, " DELIMITED BY SIZE
               RAD-TOTAL-VENDORS DELIMITED BY SIZE
               " fornecedores)" DELIMITED BY SIZE
               INTO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
        CLOSE AJUSTES-FILE
        CLOSE VENDOR-PO-FILE
        MOVE "relatorio_ajustes_diretos" TO SPR-PROGRAMA
        MOVE RAD-ANO TO SPR-PARAMETROS
        MOVE RAD-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RAD-TOTAL-ORDENS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de ajustes diretos gravado em "
            RAD-NOME-FICHEIRO
        DISPLAY "  " RAD-TOTAL-VENDORS " fornecedores, "
            RAD-TOTAL-ORDENS " ordens, " RAD-TOTAL-ATINGIDOS
            " categorias com o teto atingido."
        EVALUATE TRUE
            WHEN RAD-TOTAL-ATINGIDOS > ZERO
                MOVE 2 TO RETURN-CODE
            WHEN RAD-TOTAL-ORDENS = ZERO
                MOVE 1 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF.

ACUMULAR-AJUSTE-DIRETO.
    IF RAD-TEM-VENDOR = 'S'
        AND VPO-VENDOR-NUMBER NOT = RAD-VENDOR-ATUAL
        PERFORM FECHAR-VENDOR-RAD
    END-IF
    IF RAD-TEM-VENDOR = 'N'
        OR VPO-VENDOR-NUMBER NOT = RAD-VENDOR-ATUAL
        MOVE 'S' TO RAD-TEM-VENDOR
        MOVE 'N' TO RAD-CAB-ESCRITO
        MOVE VPO-VENDOR-NUMBER TO RAD-VENDOR-ATUAL
        MOVE ZERO TO RAD-TOTAL-VENDOR
        MOVE ZERO TO RAD-TOTAL-CATEGORIAS
    END-IF
    PERFORM VARYING RAD-CDX FROM 1 BY 1
        UNTIL RAD-CDX > RAD-TOTAL-CATEGORIAS
        OR RAD-CAT-CODIGO (RAD-CDX) = VPO-CATEGORIA
        CONTINUE
    END-PERFORM
    IF RAD-CDX > RAD-TOTAL-CATEGORIAS
        IF RAD-TOTAL-CATEGORIAS < 20
            ADD 1 TO RAD-TOTAL-CATEGORIAS
            MOVE RAD-TOTAL-CATEGORIAS TO RAD-CDX
            MOVE VPO-CATEGORIA TO RAD-CAT-CODIGO (RAD-CDX)
            MOVE ZERO TO RAD-CAT-ANO (RAD-CDX)
            MOVE ZERO TO RAD-CAT-TRIENIO (RAD-CDX)
        ELSE
            MOVE 20 TO RAD-CDX
        END-IF
    END-IF
    ADD VPO-VALOR-TOTAL TO RAD-CAT-TRIENIO (RAD-CDX)
    IF RAD-ANO-PO = RAD-ANO
        ADD VPO-VALOR-TOTAL TO RAD-CAT-ANO (RAD-CDX)
        PERFORM ESCREVER-ORDEM-RAD
    END-IF.

ESCREVER-ORDEM-RAD.
    IF RAD-CAB-ESCRITO = 'N'
        PERFORM ESCREVER-CABECALHO-VENDOR-RAD
    END-IF
    MOVE VPO-VALOR-TOTAL TO RAD-VALOR-ED
    MOVE SPACES TO LINHA-AJUSTES
    STRING "  " DELIMITED BY SIZE
           VPO-DATA DELIMITED BY SIZE
           "  PO " DELIMITED BY SIZE
           VPO-PO-NUMBER DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VPO-CATEGORIA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VPO-DESCRICAO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RAD-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-AJUSTES
    WRITE LINHA-AJUSTES
    ADD VPO-VALOR-TOTAL TO RAD-TOTAL-VENDOR
    ADD VPO-VALOR-TOTAL TO RAD-TOTAL-ANO
    ADD 1 TO RAD-TOTAL-ORDENS.

ESCREVER-CABECALHO-VENDOR-RAD.
    MOVE 'S' TO RAD-CAB-ESCRITO
    ADD 1 TO RAD-TOTAL-VENDORS
    PERFORM OBTER-NOME-VENDOR-RAD
    MOVE ALL "-" TO LINHA-AJUSTES
    WRITE LINHA-AJUSTES
    MOVE SPACES TO LINHA-AJUSTES
    STRING "FORNECEDOR " DELIMITED BY SIZE
           RAD-VENDOR-ATUAL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RAD-NOME-VENDOR DELIMITED BY SIZE
           INTO LINHA-AJUSTES
    WRITE LINHA-AJUSTES.

FECHAR-VENDOR-RAD.
*> so aparecem os fornecedores com ajustes diretos no ano; as
*> ordens dos dois anos anteriores contam apenas para o teto.
    IF RAD-CAB-ESCRITO = 'S'
        PERFORM VARYING RAD-CDX FROM 1 BY 1
            UNTIL RAD-CDX > RAD-TOTAL-CATEGORIAS
            IF RAD-CAT-ANO (RAD-CDX) NOT = ZERO
                PERFORM ESCREVER-CATEGORIA-RAD
            END-IF
        END-PERFORM
        MOVE RAD-TOTAL-VENDOR TO RAD-VALOR-ED
        MOVE SPACES TO LINHA-AJUSTES
        STRING "  TOTAL DO FORNECEDOR NO ANO: " DELIMITED BY SIZE
               RAD-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-AJUSTES
        WRITE LINHA-AJUSTES
    END-IF.

ESCREVER-CATEGORIA-RAD.
    MOVE RAD-CAT-ANO (RAD-CDX) TO RAD-VALOR-ED
    MOVE RAD-CAT-TRIENIO (RAD-CDX) TO RAD-TRIENIO-ED
    MOVE SPACES TO LINHA-AJUSTES
    STRING "  Categoria " DELIMITED BY SIZE
           RAD-CAT-CODIGO (RAD-CDX) DELIMITED BY SIZE
           ": ano " DELIMITED BY SIZE
           RAD-VALOR-ED DELIMITED BY SIZE
           "  3 anos " DELIMITED BY SIZE
           RAD-TRIENIO-ED DELIMITED BY SIZE
           INTO LINHA-AJUSTES
    IF RAD-CAT-TRIENIO (RAD-CDX) >= AJD-LIMITE
        MOVE "  TETO ATINGIDO" TO LINHA-AJUSTES (80:15)
        ADD 1 TO RAD-TOTAL-ATINGIDOS
    END-IF
    WRITE LINHA-AJUSTES.

OBTER-NOME-VENDOR-RAD.
    MOVE SPACES TO RAD-NOME-VENDOR
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE RAD-VENDOR-ATUAL TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                MOVE "(desconhecido)" TO RAD-NOME-VENDOR
            NOT INVALID KEY
                MOVE VENDOR-NAME TO RAD-NOME-VENDOR
        END-READ
        CLOSE VENDOR-FILE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".

COPY "pajuste.cbl".
