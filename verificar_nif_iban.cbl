$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: verificacao dos NIF e IBAN ja gravados nos dois
*>          subsistemas, com os mesmos controlos das entradas
*>          (NIF: 9 digitos com controlo modulo 11; IBAN: pais,
*>          tamanho e controlo modulo 97). Percorre VENDOR-FILE
*>          (VENDOR-IBAN e VENDOR-NIF), CONTACTOS-ALUNO-FILE
*>          (CTA-IBAN, CTA-NIF e CTA-NIF-PAGADOR) e
*>          PATROCINADORES-FILE (SPN-NIF) e lista em
*>          NIF-IBAN-EXCECOES.dat cada registo com um
*>          valor preenchido que falhe o controlo, para serem
*>          corrigidos antes da proxima corrida de pagamentos ou
*>          de debitos diretos. Campos em branco nao sao
*>          excecao. Termina com RETURN-CODE 8 quando encontra
*>          qualquer excecao, como reconciliar_ficheiros.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. verificar_nif_iban.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendor.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slpatrocinador.cbl".

     SELECT EXCECOES-FILE
         ASSIGN TO "NIF-IBAN-EXCECOES.dat"
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendor.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdpatrocinador.cbl".

  FD EXCECOES-FILE.
  01 LINHA-EXCECAO           PIC X(120).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wspatrocinador.cbl".
  COPY "wsnif.cbl".
  COPY "wsiban.cbl".
    77 VNI-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 VNI-LIDOS-VENDOR      PIC 9(5) VALUE ZERO.
    77 VNI-LIDOS-CONTACTO    PIC 9(5) VALUE ZERO.
    77 VNI-LIDOS-PATROC      PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-IBAN-VENDOR PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-NIF-VENDOR  PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-IBAN-ALUNO  PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-NIF-ALUNO   PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-NIF-PAGADOR PIC 9(5) VALUE ZERO.
    77 VNI-ERROS-NIF-PATROC  PIC 9(5) VALUE ZERO.
    77 VNI-TOTAL-ERROS       PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvpatrocinador.cbl".

    PERFORM VERIFICAR-NIF-IBAN.
GOBACK.

VERIFICAR-NIF-IBAN.
    OPEN OUTPUT EXCECOES-FILE

    PERFORM VERIFICAR-VENDORS
    PERFORM VERIFICAR-CONTACTOS-ALUNOS
    PERFORM VERIFICAR-PATROCINADORES

    CLOSE EXCECOES-FILE

    COMPUTE VNI-TOTAL-ERROS =
        VNI-ERROS-IBAN-VENDOR + VNI-ERROS-NIF-VENDOR
        + VNI-ERROS-IBAN-ALUNO
        + VNI-ERROS-NIF-ALUNO + VNI-ERROS-NIF-PAGADOR
        + VNI-ERROS-NIF-PATROC
    DISPLAY "=============================================="
    DISPLAY "  VERIFICACAO DE NIF E IBAN"
    DISPLAY "=============================================="
    DISPLAY "Fornecedores lidos:              " VNI-LIDOS-VENDOR
    DISPLAY "  IBAN invalido:                 "
        VNI-ERROS-IBAN-VENDOR
    DISPLAY "  NIF invalido:                  "
        VNI-ERROS-NIF-VENDOR
    DISPLAY "Contactos de alunos lidos:       " VNI-LIDOS-CONTACTO
    DISPLAY "  IBAN invalido:                 "
        VNI-ERROS-IBAN-ALUNO
    DISPLAY "  NIF do aluno invalido:         "
        VNI-ERROS-NIF-ALUNO
    DISPLAY "  NIF do pagador invalido:       "
        VNI-ERROS-NIF-PAGADOR
    DISPLAY "Patrocinadores lidos:            " VNI-LIDOS-PATROC
    DISPLAY "  NIF invalido:                  "
        VNI-ERROS-NIF-PATROC
    DISPLAY "----------------------------------------------"
    DISPLAY "Total de excecoes: " VNI-TOTAL-ERROS
    DISPLAY "Detalhe em NIF-IBAN-EXCECOES.dat"
    DISPLAY "=============================================="
    IF VNI-TOTAL-ERROS = ZERO
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF.

ESCREVER-EXCECAO-VNI.
    WRITE LINHA-EXCECAO.

VERIFICAR-VENDORS.
    MOVE 'N' TO VNI-FIM-FICHEIRO
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-FILE indisponivel, verificacao"
            " de fornecedores saltada."
    ELSE
        PERFORM UNTIL VNI-FIM-FICHEIRO = 'Y'
            READ VENDOR-FILE NEXT RECORD
                AT END MOVE 'Y' TO VNI-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO VNI-LIDOS-VENDOR
                    PERFORM VERIFICAR-NIF-VENDOR
                    IF VENDOR-IBAN NOT = SPACES
                        MOVE VENDOR-IBAN TO IBAN-VALIDAR
                        PERFORM VALIDAR-IBAN
                        IF IBAN-INVALIDO
                            ADD 1 TO VNI-ERROS-IBAN-VENDOR
                            MOVE SPACES TO LINHA-EXCECAO
                            STRING "FORNECEDOR " DELIMITED BY SIZE
                                   VENDOR-NUMBER DELIMITED BY SIZE
                                   " IBAN INVALIDO: " DELIMITED BY SIZE
                                   VENDOR-IBAN DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VENDOR-NAME DELIMITED BY SIZE
                                   INTO LINHA-EXCECAO
                            PERFORM ESCREVER-EXCECAO-VNI
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-FILE
    END-IF.

VERIFICAR-NIF-VENDOR.
    IF VENDOR-NIF NOT = SPACES AND VENDOR-NIF NOT = LOW-VALUES
        MOVE VENDOR-NIF TO NIF-VALIDAR
        PERFORM VALIDAR-NIF
        IF NIF-INVALIDO
            ADD 1 TO VNI-ERROS-NIF-VENDOR
            MOVE SPACES TO LINHA-EXCECAO
            STRING "FORNECEDOR " DELIMITED BY SIZE
                   VENDOR-NUMBER DELIMITED BY SIZE
                   " NIF INVALIDO: " DELIMITED BY SIZE
                   VENDOR-NIF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VENDOR-NAME DELIMITED BY SIZE
                   INTO LINHA-EXCECAO
            PERFORM ESCREVER-EXCECAO-VNI
        END-IF
    END-IF.

VERIFICAR-CONTACTOS-ALUNOS.
    MOVE 'N' TO VNI-FIM-FICHEIRO
    OPEN INPUT CONTACTOS-ALUNO-FILE.
    IF CONTACTOSALUNO-STATUS NOT = "00"
        DISPLAY "Aviso: CONTACTOS-ALUNO-FILE indisponivel,"
            " verificacao de alunos saltada."
    ELSE
        PERFORM UNTIL VNI-FIM-FICHEIRO = 'Y'
            READ CONTACTOS-ALUNO-FILE NEXT RECORD
                AT END MOVE 'Y' TO VNI-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO VNI-LIDOS-CONTACTO
                    PERFORM VERIFICAR-UM-CONTACTO
            END-READ
        END-PERFORM
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF.

VERIFICAR-UM-CONTACTO.
    IF CTA-IBAN NOT = SPACES
        MOVE CTA-IBAN TO IBAN-VALIDAR
        PERFORM VALIDAR-IBAN
        IF IBAN-INVALIDO
            ADD 1 TO VNI-ERROS-IBAN-ALUNO
            MOVE SPACES TO LINHA-EXCECAO
            STRING "ALUNO " DELIMITED BY SIZE
                   CTA-ID-ALUNO DELIMITED BY SIZE
                   " IBAN INVALIDO: " DELIMITED BY SIZE
                   CTA-IBAN DELIMITED BY SIZE
                   INTO LINHA-EXCECAO
            PERFORM ESCREVER-EXCECAO-VNI
        END-IF
    END-IF
    IF CTA-NIF NOT = SPACES
        MOVE CTA-NIF TO NIF-VALIDAR
        PERFORM VALIDAR-NIF
        IF NIF-INVALIDO
            ADD 1 TO VNI-ERROS-NIF-ALUNO
            MOVE SPACES TO LINHA-EXCECAO
            STRING "ALUNO " DELIMITED BY SIZE
                   CTA-ID-ALUNO DELIMITED BY SIZE
                   " NIF INVALIDO: " DELIMITED BY SIZE
                   CTA-NIF DELIMITED BY SIZE
                   INTO LINHA-EXCECAO
            PERFORM ESCREVER-EXCECAO-VNI
        END-IF
    END-IF
    IF CTA-NIF-PAGADOR NOT = SPACES
        MOVE CTA-NIF-PAGADOR TO NIF-VALIDAR
        PERFORM VALIDAR-NIF
        IF NIF-INVALIDO
            ADD 1 TO VNI-ERROS-NIF-PAGADOR
            MOVE SPACES TO LINHA-EXCECAO
            STRING "ALUNO " DELIMITED BY SIZE
                   CTA-ID-ALUNO DELIMITED BY SIZE
                   " NIF DO PAGADOR INVALIDO: " DELIMITED BY SIZE
                   CTA-NIF-PAGADOR DELIMITED BY SIZE
                   INTO LINHA-EXCECAO
            PERFORM ESCREVER-EXCECAO-VNI
        END-IF
    END-IF.

VERIFICAR-PATROCINADORES.
    MOVE 'N' TO VNI-FIM-FICHEIRO
    OPEN INPUT PATROCINADORES-FILE.
    IF PATROCINADORES-STATUS NOT = "00"
        DISPLAY "Aviso: PATROCINADORES-FILE indisponivel,"
            " verificacao de patrocinadores saltada."
    ELSE
        PERFORM UNTIL VNI-FIM-FICHEIRO = 'Y'
            READ PATROCINADORES-FILE NEXT RECORD
                AT END MOVE 'Y' TO VNI-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO VNI-LIDOS-PATROC
                    IF SPN-NIF NOT = SPACES
                        MOVE SPN-NIF TO NIF-VALIDAR
                        PERFORM VALIDAR-NIF
                        IF NIF-INVALIDO
                            ADD 1 TO VNI-ERROS-NIF-PATROC
                            MOVE SPACES TO LINHA-EXCECAO
                            STRING "PATROCINADOR " DELIMITED BY SIZE
                                   SPN-NUMERO DELIMITED BY SIZE
                                   " NIF INVALIDO: " DELIMITED BY SIZE
                                   SPN-NIF DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SPN-NOME DELIMITED BY SIZE
                                   INTO LINHA-EXCECAO
                            PERFORM ESCREVER-EXCECAO-VNI
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PATROCINADORES-FILE
    END-IF.

COPY "pnif.cbl".

COPY "piban.cbl".
