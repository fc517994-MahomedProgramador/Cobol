*>****************************************************************
*> Author:
*> Date:
*> Purpose: seriacao em lote das candidaturas de acesso de um ano e
*>          fase. Para cada plano com vagas definidas nessa fase
*>          (VAGAS.dat, gerir_candidaturas) as candidaturas
*>          pendentes sao ordenadas pela nota de candidatura (em
*>          empate, a candidatura mais antiga primeiro); as
*>          primeiras ate esgotar as vagas livres ficam COLOCADAS
*>          com o numero de ordem, as restantes passam para a fase
*>          seguinte como pendentes ou, na 3a fase, ficam NAO
*>          COLOCADAS. O relatorio (SERIACAO-<ano>-<fase>.dat)
*>          lista cada candidato e o resultado por plano.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. seriar_candidaturas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcandidatura.cbl".
     COPY "slvaga.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT SERIACAO-FILE
         ASSIGN TO SER-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcandidatura.cbl".
  COPY "fdvaga.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD SERIACAO-FILE.
  01 LINHA-SERIACAO          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscandidatura.cbl".
  COPY "wsvaga.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 SER-NOME-FICHEIRO     PIC X(40).
    77 SER-ANO               PIC 9(4).
    77 SER-FASE              PIC 9.
    77 SER-DATA              PIC 9(8).
    77 SER-FIM-VAGAS         PIC X VALUE 'N'.
    77 SER-FIM-CAND          PIC X VALUE 'N'.
    77 SER-FICHEIROS-OK      PIC X VALUE 'N'.
    77 SER-QTD               PIC 9(3) VALUE ZERO.
    77 SER-IX                PIC 9(3).
    77 SER-JX                PIC 9(3).
    77 SER-LIVRES            PIC 9(4) VALUE ZERO.
    77 SER-ORDEM             PIC 9(4) VALUE ZERO.
    77 SER-TROCA-NUMERO      PIC 9(5).
    77 SER-TROCA-NOTA        PIC 99V99.
    77 SER-TOTAL-PLANOS      PIC 9(4) VALUE ZERO.
    77 SER-TOTAL-CANDIDATOS  PIC 9(5) VALUE ZERO.
    77 SER-TOTAL-COLOCADOS   PIC 9(5) VALUE ZERO.
    77 SER-TOTAL-FASE-SEG    PIC 9(5) VALUE ZERO.
    77 SER-TOTAL-NAO-COLOC   PIC 9(5) VALUE ZERO.
    77 SER-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 SER-RESULTADO-TXT     PIC X(30).
    01 SER-TABELA.
       05 SER-ENT OCCURS 500 TIMES.
          10 SER-NUMERO        PIC 9(5).
          10 SER-NOTA          PIC 99V99.

PROCEDURE DIVISION.
COPY "rvcandidatura.cbl".
COPY "rvvaga.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para seriar candidaturas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT SER-DATA FROM DATE YYYYMMDD
    DISPLAY "Ano do concurso (AAAA): " NO ADVANCING
    ACCEPT SER-ANO
    DISPLAY "Fase a seriar (1 a 3): " NO ADVANCING
    ACCEPT SER-FASE
    IF SER-FASE < 1 OR SER-FASE > 3
        DISPLAY "Fase invalida."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM SERIAR-FASE
    END-IF.
GOBACK.

SERIAR-FASE.
    PERFORM ABRIR-FICHEIROS-SERIACAO
    IF SER-FICHEIROS-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        STRING "SERIACAO-"   DELIMITED BY SIZE
               SER-ANO       DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               SER-FASE      DELIMITED BY SIZE
               ".dat"        DELIMITED BY SIZE
               INTO SER-NOME-FICHEIRO
        OPEN OUTPUT SERIACAO-FILE
        PERFORM ESCREVER-CABECALHO-SERIACAO
        MOVE 'N' TO SER-FIM-VAGAS
        MOVE SER-ANO TO VAG-ANO
        MOVE LOW-VALUES TO VAG-PLANO
        MOVE ZERO TO VAG-FASE
        START VAGAS-FILE KEY IS NOT LESS THAN VAG-CHAVE
            INVALID KEY
                MOVE 'Y' TO SER-FIM-VAGAS
        END-START
        PERFORM UNTIL SER-FIM-VAGAS = 'Y'
            READ VAGAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO SER-FIM-VAGAS
                NOT AT END
                    IF VAG-ANO NOT = SER-ANO
                        MOVE 'Y' TO SER-FIM-VAGAS
                    ELSE
                        IF VAG-FASE = SER-FASE
                            PERFORM SERIAR-PLANO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        PERFORM ESCREVER-RESUMO-SERIACAO
        CLOSE SERIACAO-FILE
        CLOSE VAGAS-FILE
        CLOSE CANDIDATURAS-FILE
        MOVE "seriar_candidaturas" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING SER-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SER-FASE DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE SER-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE SER-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de seriacao gravado em " SER-NOME-FICHEIRO
        IF SER-TOTAL-FASE-SEG > ZERO OR SER-TOTAL-NAO-COLOC > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ABRIR-FICHEIROS-SERIACAO.
    MOVE 'N' TO SER-FICHEIROS-OK
    MOVE ZERO TO VAGAS-TENTATIVAS
    MOVE "99" TO VAGAS-STATUS
    PERFORM UNTIL VAGAS-STATUS = "00" OR VAGAS-TENTATIVAS = 5
        OPEN I-O VAGAS-FILE
        IF VAGAS-STATUS NOT = "00"
            ADD 1 TO VAGAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF VAGAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VAGAS-FILE. Status: " VAGAS-STATUS
    ELSE
        MOVE ZERO TO CANDIDATURAS-TENTATIVAS
        MOVE "99" TO CANDIDATURAS-STATUS
        PERFORM UNTIL CANDIDATURAS-STATUS = "00"
            OR CANDIDATURAS-TENTATIVAS = 5
            OPEN I-O CANDIDATURAS-FILE
            IF CANDIDATURAS-STATUS NOT = "00"
                ADD 1 TO CANDIDATURAS-TENTATIVAS
            END-IF
        END-PERFORM
        IF CANDIDATURAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir CANDIDATURAS-FILE. Status: "
                CANDIDATURAS-STATUS
            CLOSE VAGAS-FILE
        ELSE
            MOVE 'S' TO SER-FICHEIROS-OK
        END-IF
    END-IF.

SERIAR-PLANO.
*> vagas livres = vagas do plano/fase menos os ja colocados
*> (desistencias de colocados libertam a vaga).
    ADD 1 TO SER-TOTAL-PLANOS
    PERFORM CARREGAR-CANDIDATOS
    PERFORM ORDENAR-CANDIDATOS
        VARYING SER-IX FROM 1 BY 1 UNTIL SER-IX >= SER-QTD
    IF VAG-COLOCADOS < VAG-VAGAS
        COMPUTE SER-LIVRES = VAG-VAGAS - VAG-COLOCADOS
    ELSE
        MOVE ZERO TO SER-LIVRES
    END-IF
    PERFORM ESCREVER-CABECALHO-PLANO
    PERFORM DECIDIR-CANDIDATO
        VARYING SER-IX FROM 1 BY 1 UNTIL SER-IX > SER-QTD
    MOVE SER-DATA TO VAG-DATA-SERIACAO
    REWRITE REGISTO-VAGA.

CARREGAR-CANDIDATOS.
    MOVE ZERO TO SER-QTD
    MOVE 'N' TO SER-FIM-CAND
    MOVE ZERO TO SER-ORDEM
    MOVE VAG-ANO TO CAN-ANO
    MOVE VAG-PLANO TO CAN-PLANO
    MOVE VAG-FASE TO CAN-FASE
    START CANDIDATURAS-FILE KEY IS NOT LESS THAN CAN-CONCURSO
        INVALID KEY
            MOVE 'Y' TO SER-FIM-CAND
    END-START
    PERFORM UNTIL SER-FIM-CAND = 'Y'
        READ CANDIDATURAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO SER-FIM-CAND
            NOT AT END
                IF CAN-ANO NOT = VAG-ANO
                    OR CAN-PLANO NOT = VAG-PLANO
                    OR CAN-FASE NOT = VAG-FASE
                    MOVE 'Y' TO SER-FIM-CAND
                ELSE
                    IF CAN-COLOCADA OR CAN-MATRICULADA
                        IF CAN-ORDEM > SER-ORDEM
                            MOVE CAN-ORDEM TO SER-ORDEM
                        END-IF
                    END-IF
                    IF CAN-PENDENTE
                        IF SER-QTD < 500
                            ADD 1 TO SER-QTD
                            MOVE CAN-NUMERO TO SER-NUMERO (SER-QTD)
                            MOVE CAN-NOTA-CANDIDATURA
                                TO SER-NOTA (SER-QTD)
                        ELSE
                            DISPLAY "Aviso: candidatura " CAN-NUMERO
                                " fora da tabela de seriacao."
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ORDENAR-CANDIDATOS.
    PERFORM COMPARAR-CANDIDATOS
        VARYING SER-JX FROM SER-IX BY 1 UNTIL SER-JX > SER-QTD.

COMPARAR-CANDIDATOS.
*> nota mais alta primeiro; em empate, numero de candidatura
*> mais baixo (registo mais antigo).
    IF SER-NOTA (SER-JX) > SER-NOTA (SER-IX)
        OR (SER-NOTA (SER-JX) = SER-NOTA (SER-IX)
        AND SER-NUMERO (SER-JX) < SER-NUMERO (SER-IX))
        MOVE SER-NUMERO (SER-IX) TO SER-TROCA-NUMERO
        MOVE SER-NOTA (SER-IX) TO SER-TROCA-NOTA
        MOVE SER-NUMERO (SER-JX) TO SER-NUMERO (SER-IX)
        MOVE SER-NOTA (SER-JX) TO SER-NOTA (SER-IX)
        MOVE SER-TROCA-NUMERO TO SER-NUMERO (SER-JX)
        MOVE SER-TROCA-NOTA TO SER-NOTA (SER-JX)
    END-IF.

DECIDIR-CANDIDATO.
    MOVE SER-NUMERO (SER-IX) TO CAN-NUMERO
    READ CANDIDATURAS-FILE KEY IS CAN-NUMERO
        INVALID KEY
            DISPLAY "Aviso: candidatura " SER-NUMERO (SER-IX)
                " desapareceu durante a seriacao."
        NOT INVALID KEY
            ADD 1 TO SER-TOTAL-CANDIDATOS
            IF SER-LIVRES > ZERO
                SUBTRACT 1 FROM SER-LIVRES
                ADD 1 TO SER-ORDEM
                ADD 1 TO VAG-COLOCADOS
                MOVE "C" TO CAN-ESTADO
                MOVE SER-ORDEM TO CAN-ORDEM
                ADD 1 TO SER-TOTAL-COLOCADOS
                MOVE "colocado" TO SER-RESULTADO-TXT
            ELSE
                IF CAN-FASE < 3
                    ADD 1 TO CAN-FASE
                    MOVE "P" TO CAN-ESTADO
                    ADD 1 TO SER-TOTAL-FASE-SEG
                    MOVE SPACES TO SER-RESULTADO-TXT
                    STRING "nao colocado - passa a fase "
                           DELIMITED BY SIZE
                           CAN-FASE DELIMITED BY SIZE
                           INTO SER-RESULTADO-TXT
                ELSE
                    MOVE "N" TO CAN-ESTADO
                    ADD 1 TO SER-TOTAL-NAO-COLOC
                    MOVE "nao colocado" TO SER-RESULTADO-TXT
                END-IF
                MOVE ZERO TO CAN-ORDEM
            END-IF
            REWRITE REGISTO-CANDIDATURA
            PERFORM ESCREVER-LINHA-CANDIDATO
    END-READ.

ESCREVER-CABECALHO-SERIACAO.
    MOVE ALL "=" TO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE SPACES TO LINHA-SERIACAO
    STRING "SERIACAO DE CANDIDATURAS - ANO " DELIMITED BY SIZE
           SER-ANO DELIMITED BY SIZE
           " - FASE " DELIMITED BY SIZE
           SER-FASE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           SER-DATA DELIMITED BY SIZE
           INTO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE ALL "=" TO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER.

ESCREVER-CABECALHO-PLANO.
    MOVE SPACES TO LINHA-SERIACAO
    STRING "Plano " DELIMITED BY SIZE
           VAG-PLANO DELIMITED BY SIZE
           "  vagas " DELIMITED BY SIZE
           VAG-VAGAS DELIMITED BY SIZE
           "  ja colocados " DELIMITED BY SIZE
           VAG-COLOCADOS DELIMITED BY SIZE
           "  candidatos " DELIMITED BY SIZE
           SER-QTD DELIMITED BY SIZE
           INTO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE ALL "-" TO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER.

ESCREVER-LINHA-CANDIDATO.
    MOVE SPACES TO LINHA-SERIACAO
    STRING CAN-NUMERO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CAN-NOME DELIMITED BY SIZE
           "  nota " DELIMITED BY SIZE
           CAN-NOTA-CANDIDATURA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SER-RESULTADO-TXT DELIMITED BY SIZE
           INTO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER.

ESCREVER-RESUMO-SERIACAO.
    MOVE ALL "-" TO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE SPACES TO LINHA-SERIACAO
    STRING "Planos seriados: " DELIMITED BY SIZE
           SER-TOTAL-PLANOS DELIMITED BY SIZE
           "   Candidatos: " DELIMITED BY SIZE
           SER-TOTAL-CANDIDATOS DELIMITED BY SIZE
           INTO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE SPACES TO LINHA-SERIACAO
    STRING "Colocados: " DELIMITED BY SIZE
           SER-TOTAL-COLOCADOS DELIMITED BY SIZE
           "   Para a fase seguinte: " DELIMITED BY SIZE
           SER-TOTAL-FASE-SEG DELIMITED BY SIZE
           "   Nao colocados: " DELIMITED BY SIZE
           SER-TOTAL-NAO-COLOC DELIMITED BY SIZE
           INTO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER
    MOVE ALL "-" TO LINHA-SERIACAO
    PERFORM ESCREVER-LINHA-SER.

ESCREVER-LINHA-SER.
    WRITE LINHA-SERIACAO
    DISPLAY LINHA-SERIACAO
    ADD 1 TO SER-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
