*>****************************************************************
*> Author:
*> Date:
*> Purpose: lote anual do inquerito de empregabilidade. Atualiza
*>          primeiro o registo de diplomados (ALUMNI.dat) com os
*>          alunos graduados que tem certificado de conclusao em
*>          CERTREG.dat: data de graduacao e numero do primeiro
*>          certificado, plano curricular do aluno. Depois
*>          seleciona as coortes a inquirir no ano pedido (por
*>          omissao, 1 e 3 anos apos a graduacao) e grava a lista
*>          de envio MAILING-EMPREGABILIDADE-<ano>.csv com os
*>          contactos de CONTACTOSALUNO.dat, marcando a data de
*>          envio em cada diplomado. As respostas registam-se em
*>          gerir_alumni. RETURN-CODE 2 quando ha diplomados sem
*>          contacto.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. inquerito_empregabilidade.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalumni.cbl".
     COPY "slcertreg.cbl".
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT MAILING-FILE
         ASSIGN TO IEM-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdalumni.cbl".
  COPY "fdcertreg.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD MAILING-FILE.
  01 LINHA-MAILING           PIC X(200).

WORKING-STORAGE SECTION.
  COPY "wsalumni.cbl".
  COPY "wscertreg.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 IEM-NOME-FICHEIRO     PIC X(40).
    77 IEM-HOJE              PIC 9(8).
    77 IEM-ANO               PIC 9(4).
    77 IEM-ANO-GRADUACAO     PIC 9(4).
    77 IEM-DIFERENCA         PIC S9(4).
    77 IEM-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 IEM-MASTER-ABERTO     PIC X VALUE 'N'.
    77 IEM-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 IEM-NA-COORTE         PIC X VALUE 'N'.
    77 IEM-TEM-CONTACTO      PIC X VALUE 'N'.
    77 IEM-SX                PIC 9.
    77 IEM-TOTAL-SEGUIMENTOS PIC 9 VALUE ZERO.
    77 IEM-TOTAL-NOVOS       PIC 9(5) VALUE ZERO.
    77 IEM-TOTAL-ENVIOS      PIC 9(5) VALUE ZERO.
    77 IEM-TOTAL-SEM-CONTACTO PIC 9(5) VALUE ZERO.
    77 IEM-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 IEM-PONTEIRO          PIC 9(3).
    77 IEM-ID-ED             PIC Z(4)9.
    77 IEM-SEGUIMENTOS-TXT   PIC X(10).
    01 IEM-SEGUIMENTOS.
       05 IEM-SEGUIMENTO     PIC 9(2) OCCURS 3 TIMES.

PROCEDURE DIVISION.
COPY "rvalumni.cbl".
COPY "rvcertreg.cbl".
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para o inquerito de empregabilidade."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT IEM-HOJE FROM DATE YYYYMMDD
    DISPLAY "Ano do inquerito (AAAA): " NO ADVANCING
    ACCEPT IEM-ANO
    IF IEM-ANO = ZERO
        MOVE IEM-HOJE (1:4) TO IEM-ANO
    END-IF
    PERFORM PEDIR-SEGUIMENTOS
    PERFORM GARANTIR-ALUMNI-FILE
    PERFORM ATUALIZAR-DIPLOMADOS
    PERFORM GERAR-LISTA-ENVIO.
GOBACK.

PEDIR-SEGUIMENTOS.
*> ate tres coortes por lote; sem nenhuma indicada inquire-se a
*> 1 e a 3 anos da graduacao.
    MOVE ZERO TO IEM-TOTAL-SEGUIMENTOS
    PERFORM VARYING IEM-SX FROM 1 BY 1 UNTIL IEM-SX > 3
        MOVE ZERO TO IEM-SEGUIMENTO (IEM-SX)
    END-PERFORM
    DISPLAY "Anos apos a graduacao a inquirir (0 termina,"
        " vazio = 1 e 3)."
    MOVE 1 TO IEM-SX
    PERFORM UNTIL IEM-SX > 3
        DISPLAY "  Anos apos a graduacao: " NO ADVANCING
        ACCEPT IEM-SEGUIMENTO (IEM-SX)
        IF IEM-SEGUIMENTO (IEM-SX) = ZERO
            MOVE 4 TO IEM-SX
        ELSE
            ADD 1 TO IEM-TOTAL-SEGUIMENTOS
            ADD 1 TO IEM-SX
        END-IF
    END-PERFORM
    IF IEM-TOTAL-SEGUIMENTOS = ZERO
        MOVE 1 TO IEM-SEGUIMENTO (1)
        MOVE 3 TO IEM-SEGUIMENTO (2)
        MOVE 2 TO IEM-TOTAL-SEGUIMENTOS
    END-IF
    MOVE SPACES TO IEM-SEGUIMENTOS-TXT
    STRING IEM-SEGUIMENTO (1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IEM-SEGUIMENTO (2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IEM-SEGUIMENTO (3) DELIMITED BY SIZE
           INTO IEM-SEGUIMENTOS-TXT.

GARANTIR-ALUMNI-FILE.
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS = "35"
        OPEN OUTPUT ALUMNI-FILE
        CLOSE ALUMNI-FILE
    ELSE
        IF ALUMNI-STATUS = "00"
            CLOSE ALUMNI-FILE
        END-IF
    END-IF.

ATUALIZAR-DIPLOMADOS.
*> o numero do certificado comeca pela data de emissao, por isso
*> o primeiro certificado lido de cada aluno e o da graduacao.
    MOVE ZERO TO IEM-TOTAL-NOVOS
    OPEN INPUT CERTREG-FILE.
    IF CERTREG-STATUS NOT = "00"
        DISPLAY "Aviso: CERTREG-FILE indisponivel (status "
            CERTREG-STATUS "). Registo de diplomados nao atualizado."
    ELSE
        MOVE 'N' TO IEM-MASTER-ABERTO
        OPEN INPUT ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'S' TO IEM-MASTER-ABERTO
        END-IF
        MOVE ZERO TO ALUMNI-TENTATIVAS
        MOVE "99" TO ALUMNI-STATUS
        PERFORM UNTIL ALUMNI-STATUS = "00" OR ALUMNI-TENTATIVAS = 5
            OPEN I-O ALUMNI-FILE
            IF ALUMNI-STATUS NOT = "00"
                ADD 1 TO ALUMNI-TENTATIVAS
            END-IF
        END-PERFORM
        IF ALUMNI-STATUS NOT = "00"
            DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
        ELSE
            MOVE 'N' TO IEM-FIM-FICHEIRO
            PERFORM UNTIL IEM-FIM-FICHEIRO = 'Y'
                READ CERTREG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO IEM-FIM-FICHEIRO
                    NOT AT END
                        IF CERT-CERTIFICADO
                            PERFORM REGISTAR-DIPLOMADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUMNI-FILE
        END-IF
        IF IEM-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
        CLOSE CERTREG-FILE
        DISPLAY "Novos diplomados registados: " IEM-TOTAL-NOVOS
    END-IF.

REGISTAR-DIPLOMADO.
    MOVE CERT-ID-ALUNO TO ALU-ID-ALUNO
    READ ALUMNI-FILE KEY IS ALU-ID-ALUNO
        INVALID KEY
            IF IEM-MASTER-ABERTO = 'S'
                MOVE CERT-ID-ALUNO TO MASTER-ID-ALUNO
                READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MASTER-GRADUADO
                            PERFORM CRIAR-DIPLOMADO
                        END-IF
                END-READ
            END-IF
    END-READ.

CRIAR-DIPLOMADO.
    MOVE CERT-ID-ALUNO TO ALU-ID-ALUNO
    MOVE MASTER-NOME-ALUNO TO ALU-NOME
    MOVE MASTER-PLANO TO ALU-PLANO
    MOVE CERT-DATA-EMISSAO TO ALU-DATA-GRADUACAO
    MOVE CERT-NUMERO TO ALU-CERT-NUMERO
    MOVE SPACES TO ALU-EMPREGADOR
    MOVE SPACES TO ALU-SETOR
    MOVE SPACE TO ALU-SITUACAO
    MOVE ZERO TO ALU-DATA-PRIMEIRO-EMPREGO
    MOVE ZERO TO ALU-DATA-ENVIO
    MOVE ZERO TO ALU-DATA-RESPOSTA
    MOVE SES-OPERADOR-ATUAL TO ALU-OPERADOR
    WRITE REGISTO-ALUMNI
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO IEM-TOTAL-NOVOS
    END-WRITE.

GERAR-LISTA-ENVIO.
    MOVE ZERO TO ALUMNI-TENTATIVAS
    MOVE "99" TO ALUMNI-STATUS
    PERFORM UNTIL ALUMNI-STATUS = "00" OR ALUMNI-TENTATIVAS = 5
        OPEN I-O ALUMNI-FILE
        IF ALUMNI-STATUS NOT = "00"
            ADD 1 TO ALUMNI-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUMNI-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO IEM-NOME-FICHEIRO
        STRING "MAILING-EMPREGABILIDADE-" DELIMITED BY SIZE
               IEM-ANO DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO IEM-NOME-FICHEIRO
        OPEN OUTPUT MAILING-FILE
        MOVE "ID,NOME,EMAIL,MORADA,CODIGO_POSTAL,LOCALIDADE,PLANO,ANO_GRADUACAO,SITUACAO_CONTACTO"
            TO LINHA-MAILING
        PERFORM ESCREVER-LINHA-IEM
        MOVE 'N' TO IEM-CONTACTOS-ABERTO
        OPEN INPUT CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'S' TO IEM-CONTACTOS-ABERTO
        END-IF
        MOVE 'N' TO IEM-FIM-FICHEIRO
        PERFORM UNTIL IEM-FIM-FICHEIRO = 'Y'
            READ ALUMNI-FILE NEXT RECORD
                AT END MOVE 'Y' TO IEM-FIM-FICHEIRO
                NOT AT END
                    PERFORM AVALIAR-COORTE
                    IF IEM-NA-COORTE = 'S'
                        PERFORM ESCREVER-DIPLOMADO-ENVIO
                    END-IF
            END-READ
        END-PERFORM
        IF IEM-CONTACTOS-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        CLOSE MAILING-FILE
        CLOSE ALUMNI-FILE
        MOVE "inquerito_empregabilidade" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING IEM-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IEM-SEGUIMENTOS-TXT DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE IEM-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE IEM-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Diplomados a inquirir: " IEM-TOTAL-ENVIOS
        DISPLAY "Sem contacto:          " IEM-TOTAL-SEM-CONTACTO
        DISPLAY "Lista de envio gravada em " IEM-NOME-FICHEIRO
        IF IEM-TOTAL-SEM-CONTACTO > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

AVALIAR-COORTE.
    MOVE 'N' TO IEM-NA-COORTE
    IF ALU-DATA-GRADUACAO NOT = ZERO
        MOVE ALU-DATA-GRADUACAO (1:4) TO IEM-ANO-GRADUACAO
        COMPUTE IEM-DIFERENCA = IEM-ANO - IEM-ANO-GRADUACAO
        PERFORM VARYING IEM-SX FROM 1 BY 1
            UNTIL IEM-SX > IEM-TOTAL-SEGUIMENTOS
            IF IEM-DIFERENCA = IEM-SEGUIMENTO (IEM-SX)
                MOVE 'S' TO IEM-NA-COORTE
            END-IF
        END-PERFORM
    END-IF.

ESCREVER-DIPLOMADO-ENVIO.
    MOVE 'N' TO IEM-TEM-CONTACTO
    IF IEM-CONTACTOS-ABERTO = 'S'
        MOVE ALU-ID-ALUNO TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CTA-EMAIL NOT = SPACES OR CTA-MORADA-1 NOT = SPACES
                    MOVE 'S' TO IEM-TEM-CONTACTO
                END-IF
        END-READ
    END-IF
    IF IEM-TEM-CONTACTO = 'N'
        MOVE SPACES TO CTA-EMAIL
        MOVE SPACES TO CTA-MORADA-1
        MOVE SPACES TO CTA-CODIGO-POSTAL
        MOVE SPACES TO CTA-LOCALIDADE
        ADD 1 TO IEM-TOTAL-SEM-CONTACTO
    END-IF
    MOVE ALU-ID-ALUNO TO IEM-ID-ED
    MOVE ALU-DATA-GRADUACAO (1:4) TO IEM-ANO-GRADUACAO
    MOVE SPACES TO LINHA-MAILING
    MOVE 1 TO IEM-PONTEIRO
    STRING IEM-ID-ED         DELIMITED BY SIZE
           ","               DELIMITED BY SIZE
           ALU-NOME          DELIMITED BY "  "
           ","               DELIMITED BY SIZE
           CTA-EMAIL         DELIMITED BY SPACE
           ","               DELIMITED BY SIZE
           CTA-MORADA-1      DELIMITED BY "  "
           ","               DELIMITED BY SIZE
           CTA-CODIGO-POSTAL DELIMITED BY SPACE
           ","               DELIMITED BY SIZE
           CTA-LOCALIDADE    DELIMITED BY "  "
           ","               DELIMITED BY SIZE
           ALU-PLANO         DELIMITED BY SPACE
           ","               DELIMITED BY SIZE
           IEM-ANO-GRADUACAO DELIMITED BY SIZE
           INTO LINHA-MAILING WITH POINTER IEM-PONTEIRO
    IF IEM-TEM-CONTACTO = 'S'
        STRING ",OK" DELIMITED BY SIZE
               INTO LINHA-MAILING WITH POINTER IEM-PONTEIRO
    ELSE
        STRING ",SEM CONTACTO" DELIMITED BY SIZE
               INTO LINHA-MAILING WITH POINTER IEM-PONTEIRO
    END-IF
    PERFORM ESCREVER-LINHA-IEM
    MOVE IEM-HOJE TO ALU-DATA-ENVIO
    MOVE SES-OPERADOR-ATUAL TO ALU-OPERADOR
    REWRITE REGISTO-ALUMNI
    ADD 1 TO IEM-TOTAL-ENVIOS.

ESCREVER-LINHA-IEM.
    WRITE LINHA-MAILING
    DISPLAY LINHA-MAILING
    ADD 1 TO IEM-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
