*>****************************************************************
*> Author:
*> Date:
*> Purpose: declaracao anual de despesas de educacao para o IRS.
*>          Para um ano civil ja terminado soma, por aluno, os
*>          pagamentos de PROPMOV.dat (P) abatidos dos reembolsos
*>          (R) e estornos (E) desse ano; as partes suportadas
*>          por patrocinadores (S) nao sao dedutiveis e so
*>          aparecem na declaracao a titulo informativo. Cada
*>          aluno com valor recebe uma declaracao assinada,
*>          DECLARACAO-IRS-<id>-<ano>.dat, pelo modelo DECIRS de
*>          MODELOSCARTA.dat (gerir_modelos) ou pelo texto
*>          interno. O NIF dedutivel e o do pagador registado
*>          nos contactos do aluno, ou o do proprio aluno. O
*>          resumo DECLARACAO-IRS-<ano>.dat lista os totais por
*>          aluno, por NIF pagador e os alunos sem NIF valido, e
*>          EFATURA-EDUCACAO-<ano>.dat e o ficheiro de
*>          comunicacao das despesas de educacao por NIF para o
*>          e-Fatura (NIF da escola em SAFT_NIF, signatario em
*>          DECIRS_SIGNATARIO). Termina com RETURN-CODE 2 se
*>          houver alunos com valor sem NIF valido.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. declaracao_irs.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slpropmov.cbl".
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slmodelo.cbl".

     SELECT DECLARACAO-FILE
         ASSIGN TO DIR-DECLARACAO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT RESUMO-IRS-FILE
         ASSIGN TO DIR-RESUMO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT EFATURA-FILE
         ASSIGN TO DIR-EFATURA-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdpropmov.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdmodelo.cbl".

  FD DECLARACAO-FILE.
  01 LINHA-DECLARACAO        PIC X(100).

  FD RESUMO-IRS-FILE.
  01 LINHA-RESUMO-IRS        PIC X(100).

  FD EFATURA-FILE.
  01 LINHA-EFATURA           PIC X(60).
  01 EFT-CABECALHO REDEFINES LINHA-EFATURA.
     05 EFT-CAB-TIPO         PIC X.
     05 EFT-CAB-NIF          PIC X(9).
     05 EFT-CAB-ANO          PIC 9(4).
     05 EFT-CAB-DATA         PIC 9(8).
     05 EFT-CAB-SETOR        PIC X(3).
     05 FILLER               PIC X(35).
  01 EFT-DETALHE REDEFINES LINHA-EFATURA.
     05 EFT-DET-TIPO         PIC X.
     05 EFT-DET-NIF          PIC X(9).
     05 EFT-DET-ALUNOS       PIC 9(3).
     05 EFT-DET-CENTIMOS     PIC 9(11).
     05 FILLER               PIC X(36).
  01 EFT-RODAPE REDEFINES LINHA-EFATURA.
     05 EFT-ROD-TIPO         PIC X.
     05 EFT-ROD-REGISTOS     PIC 9(6).
     05 EFT-ROD-CENTIMOS     PIC 9(13).
     05 FILLER               PIC X(40).

WORKING-STORAGE SECTION.
  COPY "wspropmov.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsmodelo.cbl".
  COPY "wsmerge.cbl".
  COPY "wsnif.cbl".
    77 DIR-DECLARACAO-NOME   PIC X(40).
    77 DIR-RESUMO-NOME       PIC X(40).
    77 DIR-EFATURA-NOME      PIC X(40).
    77 DIR-NIF-ESCOLA        PIC X(9) VALUE SPACES.
    77 DIR-SIGNATARIO        PIC X(40)
        VALUE "O Responsavel dos Servicos Financeiros".
    77 DIR-AMBIENTE          PIC X(40).
    77 DIR-ANO               PIC 9(4).
    77 DIR-HOJE              PIC 9(8).
    77 DIR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 DIR-FIM-MODELO        PIC X VALUE 'N'.
    77 DIR-MASTER-ABERTO     PIC X VALUE 'N'.
    77 DIR-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 DIR-MODELOS-ABERTO    PIC X VALUE 'N'.
    77 DIR-IDX               PIC 9(6).
    77 DIR-NIDX              PIC 9(4).
    77 DIR-TOTAL-NIFS        PIC 9(4) VALUE ZERO.
    77 DIR-NOME-ALUNO        PIC X(30).
    77 DIR-NIF-PAGADOR       PIC X(9).
    77 DIR-NIF-ESTADO        PIC X.
        88 DIR-NIF-OK          VALUE 'S'.
        88 DIR-NIF-EM-FALTA    VALUE 'F'.
        88 DIR-NIF-ERRADO      VALUE 'E'.
    77 DIR-DEDUTIVEL         PIC 9(7)V99.
    77 DIR-TOTAL-ALUNOS      PIC 9(5) VALUE ZERO.
    77 DIR-TOTAL-DECLARACOES PIC 9(5) VALUE ZERO.
    77 DIR-TOTAL-SEM-NIF     PIC 9(5) VALUE ZERO.
    77 DIR-TOTAL-DEDUTIVEL   PIC 9(9)V99 VALUE ZERO.
    77 DIR-TOTAL-COMUNICADO  PIC 9(9)V99 VALUE ZERO.
    77 DIR-TOTAL-PATROCINIO  PIC 9(9)V99 VALUE ZERO.
    77 DIR-TOTAL-REGISTOS    PIC 9(6) VALUE ZERO.
    77 DIR-ID-ED             PIC 9(5).
    77 DIR-VALOR-ED          PIC Z(6)9.99.
    77 DIR-TOTAL-ED          PIC Z(8)9.99.

*> acumulados do ano por aluno, indexados pelo ID.
    01 DIR-ALUNOS.
       05 DIR-ALUNO OCCURS 99999 TIMES.
          10 DIR-PAGO        PIC 9(7)V99.
          10 DIR-ABATIDO     PIC 9(7)V99.
          10 DIR-PATROCINADO PIC 9(7)V99.

*> totais dedutiveis por NIF pagador (um pagador pode ter varios
*> alunos a cargo).
    01 DIR-NIFS.
       05 DIR-NIF-ENTRADA OCCURS 5000 TIMES.
          10 DIR-NIF         PIC X(9).
          10 DIR-NIF-ALUNOS  PIC 9(3).
          10 DIR-NIF-TOTAL   PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvpropmov.cbl".
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvmodelo.cbl".

    PERFORM LER-CONFIGURACAO-IRS
    PERFORM GERAR-DECLARACOES-IRS.
GOBACK.

LER-CONFIGURACAO-IRS.
    MOVE SPACES TO DIR-AMBIENTE
    ACCEPT DIR-AMBIENTE FROM ENVIRONMENT "SAFT_NIF"
    IF DIR-AMBIENTE NOT = SPACES
        MOVE DIR-AMBIENTE TO DIR-NIF-ESCOLA
    END-IF
    MOVE SPACES TO DIR-AMBIENTE
    ACCEPT DIR-AMBIENTE FROM ENVIRONMENT "DECIRS_SIGNATARIO"
    IF DIR-AMBIENTE NOT = SPACES
        MOVE DIR-AMBIENTE TO DIR-SIGNATARIO
    END-IF.

GERAR-DECLARACOES-IRS.
    ACCEPT DIR-HOJE FROM DATE YYYYMMDD
    DISPLAY "Ano civil da declaracao (AAAA): " NO ADVANCING
    ACCEPT DIR-ANO
    IF DIR-ANO NOT NUMERIC OR DIR-ANO = ZERO
        OR DIR-ANO NOT < DIR-HOJE (1:4)
        DISPLAY "Ano invalido: so se declaram anos ja terminados."
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN INPUT PROPMOV-FILE
        IF PROPMOV-STATUS NOT = "00"
            DISPLAY "Erro ao abrir PROPMOV-FILE. Status: "
                PROPMOV-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM ACUMULAR-MOVIMENTOS-ANO
            CLOSE PROPMOV-FILE
            PERFORM ABRIR-FICHEIROS-IRS
            PERFORM TRATAR-ALUNO-IRS
                VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 99999
            PERFORM ESCREVER-RESUMO-NIFS
            PERFORM ESCREVER-EFATURA
            PERFORM FECHAR-FICHEIROS-IRS
            PERFORM MOSTRAR-TOTAIS-IRS
        END-IF
    END-IF.

ACUMULAR-MOVIMENTOS-ANO.
    INITIALIZE DIR-ALUNOS
    MOVE 'N' TO DIR-FIM-FICHEIRO
    PERFORM UNTIL DIR-FIM-FICHEIRO = 'Y'
        READ PROPMOV-FILE
            AT END MOVE 'Y' TO DIR-FIM-FICHEIRO
            NOT AT END
                IF MOV-DATA (1:4) = DIR-ANO AND MOV-ID-ALUNO > ZERO
                    EVALUATE TRUE
                        WHEN MOV-PAGAMENTO
                            ADD MOV-VALOR TO DIR-PAGO (MOV-ID-ALUNO)
                        WHEN MOV-REEMBOLSO
                            ADD MOV-VALOR TO DIR-ABATIDO (MOV-ID-ALUNO)
                        WHEN MOV-ESTORNO
                            ADD MOV-VALOR TO DIR-ABATIDO (MOV-ID-ALUNO)
                        WHEN MOV-PATROCINIO
                            ADD MOV-VALOR
                                TO DIR-PATROCINADO (MOV-ID-ALUNO)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.

ABRIR-FICHEIROS-IRS.
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS = "00"
        MOVE 'S' TO DIR-MASTER-ABERTO
    END-IF
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO DIR-CONTACTOS-ABERTO
    END-IF
    OPEN INPUT MODELOS-CARTA-FILE
    IF MODELOSCARTA-STATUS = "00"
        MOVE 'S' TO DIR-MODELOS-ABERTO
    END-IF
    MOVE SPACES TO DIR-RESUMO-NOME
    STRING "DECLARACAO-IRS-" DELIMITED BY SIZE
           DIR-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO DIR-RESUMO-NOME
    OPEN OUTPUT RESUMO-IRS-FILE
    MOVE SPACES TO LINHA-RESUMO-IRS
    STRING "DESPESAS DE EDUCACAO PARA IRS - ANO " DELIMITED BY SIZE
           DIR-ANO DELIMITED BY SIZE
           "  (emitido em " DELIMITED BY SIZE
           DIR-HOJE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS
    MOVE SPACES TO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS
    MOVE "Aluno Nome                           NIF pagador"
        TO LINHA-RESUMO-IRS
    MOVE "Dedutivel  Patrocinio" TO LINHA-RESUMO-IRS (60:21)
    WRITE LINHA-RESUMO-IRS.

FECHAR-FICHEIROS-IRS.
    IF DIR-MASTER-ABERTO = 'S'
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF DIR-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    IF DIR-MODELOS-ABERTO = 'S'
        CLOSE MODELOS-CARTA-FILE
    END-IF
    CLOSE RESUMO-IRS-FILE.

TRATAR-ALUNO-IRS.
    IF DIR-PAGO (DIR-IDX) > ZERO OR DIR-PATROCINADO (DIR-IDX) > ZERO
        ADD 1 TO DIR-TOTAL-ALUNOS
*> os reembolsos e estornos nunca tornam o valor negativo: um
*> reembolso de pagamentos de anos anteriores deixa o ano a zero.
        IF DIR-ABATIDO (DIR-IDX) < DIR-PAGO (DIR-IDX)
            COMPUTE DIR-DEDUTIVEL =
                DIR-PAGO (DIR-IDX) - DIR-ABATIDO (DIR-IDX)
        ELSE
            MOVE ZERO TO DIR-DEDUTIVEL
        END-IF
        ADD DIR-DEDUTIVEL TO DIR-TOTAL-DEDUTIVEL
        ADD DIR-PATROCINADO (DIR-IDX) TO DIR-TOTAL-PATROCINIO
        PERFORM LER-DADOS-ALUNO-IRS
        PERFORM ESCREVER-LINHA-RESUMO
        IF DIR-DEDUTIVEL > ZERO
            IF DIR-NIF-OK
                PERFORM ACUMULAR-NIF
            ELSE
                ADD 1 TO DIR-TOTAL-SEM-NIF
            END-IF
        END-IF
        PERFORM ESCREVER-DECLARACAO
    END-IF.

LER-DADOS-ALUNO-IRS.
    MOVE SPACES TO DIR-NOME-ALUNO
    IF DIR-MASTER-ABERTO = 'S'
        MOVE DIR-IDX TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-NOME-ALUNO TO DIR-NOME-ALUNO
        END-READ
    END-IF
    MOVE SPACES TO DIR-NIF-PAGADOR
    IF DIR-CONTACTOS-ABERTO = 'S'
        MOVE DIR-IDX TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CTA-NIF-PAGADOR NOT = SPACES
                    MOVE CTA-NIF-PAGADOR TO DIR-NIF-PAGADOR
                ELSE
                    MOVE CTA-NIF TO DIR-NIF-PAGADOR
                END-IF
        END-READ
    END-IF
    IF DIR-NIF-PAGADOR = SPACES
        SET DIR-NIF-EM-FALTA TO TRUE
    ELSE
        MOVE DIR-NIF-PAGADOR TO NIF-VALIDAR
        PERFORM VALIDAR-NIF
        IF NIF-VALIDO
            SET DIR-NIF-OK TO TRUE
        ELSE
            SET DIR-NIF-ERRADO TO TRUE
        END-IF
    END-IF.

ESCREVER-LINHA-RESUMO.
    MOVE SPACES TO LINHA-RESUMO-IRS
    MOVE DIR-IDX TO DIR-ID-ED
    MOVE DIR-ID-ED TO LINHA-RESUMO-IRS (1:5)
    MOVE DIR-NOME-ALUNO TO LINHA-RESUMO-IRS (7:30)
    EVALUATE TRUE
        WHEN DIR-NIF-OK
            MOVE DIR-NIF-PAGADOR TO LINHA-RESUMO-IRS (38:9)
        WHEN DIR-NIF-ERRADO
            MOVE "INVALIDO" TO LINHA-RESUMO-IRS (38:9)
        WHEN OTHER
            MOVE "SEM NIF" TO LINHA-RESUMO-IRS (38:9)
    END-EVALUATE
    MOVE DIR-DEDUTIVEL TO DIR-VALOR-ED
    MOVE DIR-VALOR-ED TO LINHA-RESUMO-IRS (56:10)
    MOVE DIR-PATROCINADO (DIR-IDX) TO DIR-VALOR-ED
    MOVE DIR-VALOR-ED TO LINHA-RESUMO-IRS (67:10)
    WRITE LINHA-RESUMO-IRS.

ACUMULAR-NIF.
    MOVE 1 TO DIR-NIDX
    PERFORM UNTIL DIR-NIDX > DIR-TOTAL-NIFS
        OR DIR-NIF (DIR-NIDX) = DIR-NIF-PAGADOR
        ADD 1 TO DIR-NIDX
    END-PERFORM
    IF DIR-NIDX > DIR-TOTAL-NIFS
        IF DIR-TOTAL-NIFS = 5000
            DISPLAY "Aviso: tabela de NIF cheia; aluno " DIR-IDX
                " fica fora do ficheiro e-Fatura."
            ADD 1 TO DIR-TOTAL-SEM-NIF
            MOVE ZERO TO DIR-NIDX
        ELSE
            ADD 1 TO DIR-TOTAL-NIFS
            MOVE DIR-NIF-PAGADOR TO DIR-NIF (DIR-NIDX)
            MOVE ZERO TO DIR-NIF-ALUNOS (DIR-NIDX)
            MOVE ZERO TO DIR-NIF-TOTAL (DIR-NIDX)
        END-IF
    END-IF
    IF DIR-NIDX > ZERO
        ADD 1 TO DIR-NIF-ALUNOS (DIR-NIDX)
        ADD DIR-DEDUTIVEL TO DIR-NIF-TOTAL (DIR-NIDX)
    END-IF.

ESCREVER-DECLARACAO.
    MOVE SPACES TO DIR-DECLARACAO-NOME
    STRING "DECLARACAO-IRS-" DELIMITED BY SIZE
           DIR-IDX (2:5) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DIR-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO DIR-DECLARACAO-NOME
    OPEN OUTPUT DECLARACAO-FILE
    IF DIR-MODELOS-ABERTO = 'S'
        MOVE "DECIRS" TO MRG-TIPO
        PERFORM PROCURAR-MODELO-ATIVO
    ELSE
        MOVE 'N' TO MRG-TEM-MODELO
    END-IF
    IF MRG-TEM-MODELO = 'S'
        PERFORM ESCREVER-DECLARACAO-MODELO
    ELSE
        PERFORM ESCREVER-DECLARACAO-INTERNA
    END-IF
    PERFORM ESCREVER-ASSINATURA
    CLOSE DECLARACAO-FILE
    ADD 1 TO DIR-TOTAL-DECLARACOES.

ESCREVER-DECLARACAO-MODELO.
    MOVE 'N' TO DIR-FIM-MODELO
    MOVE MRG-TIPO TO MDL-TIPO
    MOVE MRG-VERSAO-ATIVA TO MDL-VERSAO
    MOVE 1 TO MDL-LINHA
    START MODELOS-CARTA-FILE KEY IS NOT LESS THAN MDL-CHAVE
        INVALID KEY
            MOVE 'Y' TO DIR-FIM-MODELO
    END-START
    PERFORM UNTIL DIR-FIM-MODELO = 'Y'
        READ MODELOS-CARTA-FILE NEXT RECORD
            AT END MOVE 'Y' TO DIR-FIM-MODELO
            NOT AT END
                IF MDL-TIPO NOT = MRG-TIPO
                    OR MDL-VERSAO NOT = MRG-VERSAO-ATIVA
                    MOVE 'Y' TO DIR-FIM-MODELO
                ELSE
                    PERFORM ESCREVER-LINHA-MODELO-IRS
                END-IF
        END-READ
    END-PERFORM.

ESCREVER-LINHA-MODELO-IRS.
    MOVE SPACES TO MRG-LINHA
    MOVE MDL-TEXTO TO MRG-LINHA (1:80)
    MOVE "&NOME" TO MRG-TOKEN
    MOVE 5 TO MRG-TOKEN-LEN
    MOVE DIR-NOME-ALUNO TO MRG-VALOR
    MOVE 30 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&ALUNO" TO MRG-TOKEN
    MOVE 6 TO MRG-TOKEN-LEN
    MOVE DIR-IDX TO DIR-ID-ED
    MOVE DIR-ID-ED TO MRG-VALOR
    MOVE 5 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&ANO" TO MRG-TOKEN
    MOVE 4 TO MRG-TOKEN-LEN
    MOVE DIR-ANO TO MRG-VALOR
    MOVE 4 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&NIF" TO MRG-TOKEN
    MOVE 4 TO MRG-TOKEN-LEN
    IF DIR-NIF-OK
        MOVE DIR-NIF-PAGADOR TO MRG-VALOR
    ELSE
        MOVE "---------" TO MRG-VALOR
    END-IF
    MOVE 9 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&VALOR" TO MRG-TOKEN
    MOVE 6 TO MRG-TOKEN-LEN
    MOVE DIR-DEDUTIVEL TO DIR-VALOR-ED
    MOVE DIR-VALOR-ED TO MRG-VALOR
    MOVE 10 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&PATROC" TO MRG-TOKEN
    MOVE 7 TO MRG-TOKEN-LEN
    MOVE DIR-PATROCINADO (DIR-IDX) TO DIR-VALOR-ED
    MOVE DIR-VALOR-ED TO MRG-VALOR
    MOVE 10 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE "&DATA" TO MRG-TOKEN
    MOVE 5 TO MRG-TOKEN-LEN
    MOVE DIR-HOJE TO MRG-VALOR
    MOVE 8 TO MRG-VALOR-LEN
    PERFORM SUBSTITUIR-TOKEN
    MOVE MRG-LINHA (1:100) TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO.

ESCREVER-DECLARACAO-INTERNA.
*> texto interno de recurso, usado enquanto nao houver modelo
*> DECIRS ativo em MODELOSCARTA.dat (gerir_modelos).
    MOVE "DECLARACAO DE DESPESAS DE EDUCACAO" TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    STRING "Declara-se, para efeitos de IRS, que o(a) aluno(a) "
               DELIMITED BY SIZE
           DIR-IDX (2:5) DELIMITED BY SIZE
           INTO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE DIR-NOME-ALUNO TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    MOVE DIR-DEDUTIVEL TO DIR-VALOR-ED
    STRING "pagou no ano de " DELIMITED BY SIZE
           DIR-ANO DELIMITED BY SIZE
           " o valor de " DELIMITED BY SIZE
           DIR-VALOR-ED DELIMITED BY SIZE
           " EUR em propinas e" DELIMITED BY SIZE
           INTO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE "outras despesas de educacao, liquido de reembolsos"
        TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE "e estornos." TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    EVALUATE TRUE
        WHEN DIR-NIF-OK
            STRING "NIF do sujeito passivo: " DELIMITED BY SIZE
                   DIR-NIF-PAGADOR DELIMITED BY SIZE
                   INTO LINHA-DECLARACAO
        WHEN OTHER
            MOVE "NIF do sujeito passivo: nao registado nos servicos"
                TO LINHA-DECLARACAO
    END-EVALUATE
    WRITE LINHA-DECLARACAO
    IF DIR-PATROCINADO (DIR-IDX) > ZERO
        MOVE SPACES TO LINHA-DECLARACAO
        WRITE LINHA-DECLARACAO
        MOVE DIR-PATROCINADO (DIR-IDX) TO DIR-VALOR-ED
        MOVE SPACES TO LINHA-DECLARACAO
        STRING "Foram ainda suportados por patrocinadores "
                   DELIMITED BY SIZE
               DIR-VALOR-ED DELIMITED BY SIZE
               " EUR," DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
        WRITE LINHA-DECLARACAO
        MOVE "valor que nao e dedutivel pelo aluno nem pelo agregado."
            TO LINHA-DECLARACAO
        WRITE LINHA-DECLARACAO
    END-IF
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    STRING "Emitida em " DELIMITED BY SIZE
           DIR-HOJE DELIMITED BY SIZE
           INTO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO.

ESCREVER-ASSINATURA.
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE "______________________________________" TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE DIR-SIGNATARIO TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    WRITE LINHA-DECLARACAO
    MOVE SPACES TO LINHA-DECLARACAO
    IF MRG-TEM-MODELO = 'S'
        STRING "(Modelo " DELIMITED BY SIZE
               MRG-TIPO DELIMITED BY SPACE
               " versao " DELIMITED BY SIZE
               MRG-VERSAO-ATIVA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
    ELSE
        MOVE "(Modelo interno, sem versao)" TO LINHA-DECLARACAO
    END-IF
    WRITE LINHA-DECLARACAO.

ESCREVER-RESUMO-NIFS.
    MOVE SPACES TO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS
    MOVE "TOTAIS POR NIF PAGADOR" TO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS
    PERFORM VARYING DIR-NIDX FROM 1 BY 1
        UNTIL DIR-NIDX > DIR-TOTAL-NIFS
        MOVE SPACES TO LINHA-RESUMO-IRS
        MOVE DIR-NIF-TOTAL (DIR-NIDX) TO DIR-TOTAL-ED
        STRING DIR-NIF (DIR-NIDX) DELIMITED BY SIZE
               "  alunos " DELIMITED BY SIZE
               DIR-NIF-ALUNOS (DIR-NIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DIR-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RESUMO-IRS
        WRITE LINHA-RESUMO-IRS
    END-PERFORM
    MOVE SPACES TO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS
    MOVE SPACES TO LINHA-RESUMO-IRS
    STRING "Alunos com valor dedutivel sem NIF valido: "
               DELIMITED BY SIZE
           DIR-TOTAL-SEM-NIF DELIMITED BY SIZE
           " (fora do ficheiro e-Fatura)" DELIMITED BY SIZE
           INTO LINHA-RESUMO-IRS
    WRITE LINHA-RESUMO-IRS.

ESCREVER-EFATURA.
*> registo 0 de cabecalho (NIF da escola, ano, data, setor EDU),
*> um registo 1 por NIF pagador com o valor em centimos e um
*> registo 9 com o numero de registos 1 e o total.
    MOVE SPACES TO DIR-EFATURA-NOME
    STRING "EFATURA-EDUCACAO-" DELIMITED BY SIZE
           DIR-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO DIR-EFATURA-NOME
    OPEN OUTPUT EFATURA-FILE
    MOVE SPACES TO LINHA-EFATURA
    MOVE "0" TO EFT-CAB-TIPO
    MOVE DIR-NIF-ESCOLA TO EFT-CAB-NIF
    MOVE DIR-ANO TO EFT-CAB-ANO
    MOVE DIR-HOJE TO EFT-CAB-DATA
    MOVE "EDU" TO EFT-CAB-SETOR
    WRITE LINHA-EFATURA
    PERFORM VARYING DIR-NIDX FROM 1 BY 1
        UNTIL DIR-NIDX > DIR-TOTAL-NIFS
        MOVE SPACES TO LINHA-EFATURA
        MOVE "1" TO EFT-DET-TIPO
        MOVE DIR-NIF (DIR-NIDX) TO EFT-DET-NIF
        MOVE DIR-NIF-ALUNOS (DIR-NIDX) TO EFT-DET-ALUNOS
        COMPUTE EFT-DET-CENTIMOS = DIR-NIF-TOTAL (DIR-NIDX) * 100
        WRITE LINHA-EFATURA
        ADD 1 TO DIR-TOTAL-REGISTOS
        ADD DIR-NIF-TOTAL (DIR-NIDX) TO DIR-TOTAL-COMUNICADO
    END-PERFORM
    MOVE SPACES TO LINHA-EFATURA
    MOVE "9" TO EFT-ROD-TIPO
    MOVE DIR-TOTAL-REGISTOS TO EFT-ROD-REGISTOS
    COMPUTE EFT-ROD-CENTIMOS = DIR-TOTAL-COMUNICADO * 100
    WRITE LINHA-EFATURA
    CLOSE EFATURA-FILE.

MOSTRAR-TOTAIS-IRS.
    DISPLAY "==============================================="
    DISPLAY " DESPESAS DE EDUCACAO - IRS " DIR-ANO
    DISPLAY "==============================================="
    DISPLAY "Alunos com movimentos no ano: " DIR-TOTAL-ALUNOS
    DISPLAY "Declaracoes emitidas: " DIR-TOTAL-DECLARACOES
    MOVE DIR-TOTAL-DEDUTIVEL TO DIR-TOTAL-ED
    DISPLAY "Total dedutivel: " DIR-TOTAL-ED
    MOVE DIR-TOTAL-COMUNICADO TO DIR-TOTAL-ED
    DISPLAY "Comunicado ao e-Fatura: " DIR-TOTAL-ED
        " (" DIR-TOTAL-REGISTOS " NIF)"
    MOVE DIR-TOTAL-PATROCINIO TO DIR-TOTAL-ED
    DISPLAY "Suportado por patrocinadores (excluido): " DIR-TOTAL-ED
    DISPLAY "Resumo: " DIR-RESUMO-NOME
    DISPLAY "e-Fatura: " DIR-EFATURA-NOME
    MOVE DIR-NIF-ESCOLA TO NIF-VALIDAR
    PERFORM VALIDAR-NIF
    IF NIF-INVALIDO
        DISPLAY "Aviso: NIF da escola (SAFT_NIF) invalido ou por"
            " configurar."
    END-IF
    IF DIR-TOTAL-SEM-NIF > ZERO
        DISPLAY "Alunos com valor sem NIF valido: " DIR-TOTAL-SEM-NIF
            " - registe o NIF nos contactos e repita."
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

COPY "pmerge.cbl".

COPY "pnif.cbl".
