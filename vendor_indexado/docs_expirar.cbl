*> Date:
*> Purpose: relatorio de alerta de documentos de conformidade de
*>          fornecedores que caducam nos proximos N dias ou ja
*>          caducaram, a partir de VENDORDOCS.dat. Cada documento
*>          assinalado gera um aviso ao fornecedor na caixa de
*>          saida de notificacoes (NOTIFICACOES.dat, prioridade
*>          urgente): modelo DOCAVISO quando esta a caducar e
*>          DOCCADUC quando ja caducou, uma so vez por documento e
*>          data de validade, por correio ao primeiro contacto com
*>          endereco valido, ou na lista de papel. A lista e
*>          gravada em DOCUMENTOS-AAAAMMDD.dat e catalogada no
*>          spool (em nome do lote quando corre sem sessao).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendordoc.cbl".
     COPY "slvendor.cbl".
     COPY "slvendorcontact.cbl".
     COPY "slnotificacao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT DOCUMENTOS-REL-FILE
         ASSIGN TO DEX-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendordoc.cbl".
  COPY "fdvendor.cbl".
  COPY "fdvendorcontact.cbl".
  COPY "fdnotificacao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD DOCUMENTOS-REL-FILE.
  01 LINHA-DOCUMENTOS        PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsvendordoc.cbl".
  COPY "wsvendor.cbl".
  COPY "wsvendorcontact.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 DEX-DIAS-AVISO        PIC 9(3) VALUE 30.
    77 DEX-RESPOSTA          PIC X(6).
    77 DEX-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 DEX-DIAS-RESTANTES    PIC S9(5).
    77 DEX-TOTAL-CADUCADOS   PIC 9(4) VALUE ZERO.
    77 DEX-TOTAL-A-CADUCAR   PIC 9(4) VALUE ZERO.
    77 DEX-VENDORS-ABERTO    PIC X VALUE 'N'.
    77 DEX-TOTAL-AVISOS      PIC 9(4) VALUE ZERO.
    77 DEX-AVISOS-PAPEL      PIC 9(4) VALUE ZERO.
    77 DEX-DIAS-ED           PIC -(4)9.
    77 DEX-NOME-FICHEIRO     PIC X(40).
    77 DEX-LINHAS            PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvvendordoc.cbl".
COPY "rvvendor.cbl".
COPY "rvvendorcontact.cbl".
COPY "rvnotificacao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    PERFORM RELATORIO-CADUCIDADES.
GOBACK.

            VENDORDOCS-STATUS "). Sem documentos registados."
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN INPUT VENDOR-FILE
        IF VENDOR-FILE-STATUS = "00"
            MOVE 'S' TO DEX-VENDORS-ABERTO
        END-IF
        OPEN INPUT VENDOR-CONTACT-FILE
        IF VCONTACT-STATUS = "00"
            MOVE 'S' TO NTR-CONTACTOS-ABERTO
        END-IF
        MOVE SPACES TO DEX-NOME-FICHEIRO
        STRING "DOCUMENTOS-" DELIMITED BY SIZE
               DEX-DATA-HOJE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DEX-NOME-FICHEIRO
        OPEN OUTPUT DOCUMENTOS-REL-FILE
        MOVE SPACES TO LINHA-DOCUMENTOS
        MOVE ALL "=" TO LINHA-DOCUMENTOS (1:46)
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        MOVE "  DOCUMENTOS DE FORNECEDORES A CADUCAR"
            TO LINHA-DOCUMENTOS
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        MOVE ALL "=" TO LINHA-DOCUMENTOS (1:46)
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        PERFORM UNTIL DEX-FIM-FICHEIRO = 'Y'
            READ VENDORDOCS-FILE NEXT RECORD
                AT END MOVE 'Y' TO DEX-FIM-FICHEIRO
                    PERFORM AVALIAR-CADUCIDADE
            END-READ
        END-PERFORM
        IF NTR-CONTACTOS-ABERTO = 'S'
            CLOSE VENDOR-CONTACT-FILE
        END-IF
        IF DEX-VENDORS-ABERTO = 'S'
            CLOSE VENDOR-FILE
        END-IF
        CLOSE VENDORDOCS-FILE
        MOVE ALL "=" TO LINHA-DOCUMENTOS (1:46)
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        STRING "Documentos caducados: " DELIMITED BY SIZE
               DEX-TOTAL-CADUCADOS DELIMITED BY SIZE
               INTO LINHA-DOCUMENTOS
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        STRING "A caducar em " DELIMITED BY SIZE
               DEX-DIAS-AVISO DELIMITED BY SIZE
               " dias: " DELIMITED BY SIZE
               DEX-TOTAL-A-CADUCAR DELIMITED BY SIZE
               INTO LINHA-DOCUMENTOS
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        STRING "Avisos em fila de notificacoes: " DELIMITED BY SIZE
               DEX-TOTAL-AVISOS DELIMITED BY SIZE
               INTO LINHA-DOCUMENTOS
        PERFORM ESCREVER-LINHA-DOCUMENTOS
        IF DEX-AVISOS-PAPEL > ZERO
            STRING "Sem contacto valido (lista de papel): "
                       DELIMITED BY SIZE
                   DEX-AVISOS-PAPEL DELIMITED BY SIZE
                   INTO LINHA-DOCUMENTOS
            PERFORM ESCREVER-LINHA-DOCUMENTOS
        END-IF
        CLOSE DOCUMENTOS-REL-FILE
        MOVE "docs_expirar" TO SPR-PROGRAMA
        MOVE DEX-DIAS-AVISO TO SPR-PARAMETROS
        MOVE DEX-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE DEX-LINHAS TO SPR-LINHAS
        IF SES-OPERADOR-ATUAL = SPACES
            MOVE "LOTE" TO SPR-OPERADOR
        ELSE
            MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        END-IF
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio gravado em " DEX-NOME-FICHEIRO
        IF DEX-TOTAL-CADUCADOS = ZERO
            AND DEX-TOTAL-A-CADUCAR = ZERO
            MOVE 0 TO RETURN-CODE
            DEX-DIAS-VALIDADE - DEX-DIAS-HOJE
        IF DEX-DIAS-RESTANTES < ZERO
            ADD 1 TO DEX-TOTAL-CADUCADOS
            STRING "CADUCADO: fornecedor " DELIMITED BY SIZE
                   VDOC-VENDOR-NUMBER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VDOC-TIPO DELIMITED BY SIZE
                   "  validade " DELIMITED BY SIZE
                   VDOC-DATA-VALIDADE DELIMITED BY SIZE
                   "  obrigatorio " DELIMITED BY SIZE
                   VDOC-OBRIGATORIO DELIMITED BY SIZE
                   INTO LINHA-DOCUMENTOS
            PERFORM ESCREVER-LINHA-DOCUMENTOS
            MOVE "DOCCADUC" TO NTR-MODELO
            PERFORM ENFILEIRAR-AVISO-DOC
        ELSE
            IF DEX-DIAS-RESTANTES NOT > DEX-DIAS-AVISO
                ADD 1 TO DEX-TOTAL-A-CADUCAR
                MOVE DEX-DIAS-RESTANTES TO DEX-DIAS-ED
                STRING "A CADUCAR: fornecedor " DELIMITED BY SIZE
                       VDOC-VENDOR-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       VDOC-TIPO DELIMITED BY SIZE
                       "  faltam " DELIMITED BY SIZE
                       DEX-DIAS-ED DELIMITED BY SIZE
                       " dias" DELIMITED BY SIZE
                       INTO LINHA-DOCUMENTOS
                PERFORM ESCREVER-LINHA-DOCUMENTOS
                MOVE "DOCAVISO" TO NTR-MODELO
                PERFORM ENFILEIRAR-AVISO-DOC
            END-IF
        END-IF
    END-IF.

ENFILEIRAR-AVISO-DOC.
*> a referencia junta o tipo de documento e a validade: o aviso
*> nao se repete nas corridas seguintes, e um documento renovado
*> volta a ser avisado quando a nova validade se aproximar.
    MOVE "F" TO NTR-TIPO-DEST
    MOVE VDOC-VENDOR-NUMBER TO NTR-ID-DEST
    MOVE SPACES TO NTR-REFERENCIA
    STRING VDOC-TIPO DELIMITED BY SIZE
           VDOC-DATA-VALIDADE DELIMITED BY SIZE
           INTO NTR-REFERENCIA
    MOVE "docs_expirar" TO NTR-PROGRAMA
    MOVE 1 TO NTR-PRIORIDADE
    PERFORM RESOLVER-CONTACTO-VENDOR
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&NOME" TO NTR-FUS-TOKEN (1)
    IF DEX-VENDORS-ABERTO = 'S'
        MOVE VDOC-VENDOR-NUMBER TO VENDOR-NUMBER
        READ VENDOR-FILE KEY IS VENDOR-NUMBER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE VENDOR-NAME TO NTR-FUS-VALOR (1)
        END-READ
    END-IF
    MOVE "&DOCUMENTO" TO NTR-FUS-TOKEN (2)
    MOVE VDOC-TIPO TO NTR-FUS-VALOR (2)
    MOVE "&DATA" TO NTR-FUS-TOKEN (3)
    MOVE VDOC-DATA-VALIDADE TO NTR-FUS-VALOR (3)
    MOVE "&DIAS" TO NTR-FUS-TOKEN (4)
    MOVE DEX-DIAS-RESTANTES TO DEX-DIAS-ED
    MOVE DEX-DIAS-ED TO NTR-FUS-VALOR (4)
    PERFORM ENFILEIRAR-NOTIFICACAO
    IF NTR-RESULTADO = 'N'
        ADD 1 TO DEX-TOTAL-AVISOS
        IF NTR-CANAL = "P"
            ADD 1 TO DEX-AVISOS-PAPEL
        END-IF
    END-IF.

ESCREVER-LINHA-DOCUMENTOS.
    WRITE LINHA-DOCUMENTOS
    ADD 1 TO DEX-LINHAS
    DISPLAY LINHA-DOCUMENTOS (1:70)
    MOVE SPACES TO LINHA-DOCUMENTOS.

COPY "pnotificacao.cbl".

COPY "pnotifvendor.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
