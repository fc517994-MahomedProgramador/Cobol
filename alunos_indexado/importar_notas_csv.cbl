*>          Codigos de motivo: R01 ID invalido, R02 aluno
*>          inexistente no mestre, R03 sem matricula ativa,
*>          R04 pesos nao somam 100, R05 valores nao numericos,
*>          R06 aluno nao ativo, R07 codigo de prova invalido
*>          ou doutro curso/semestre, R08 prova ja mapeada.
*>          Para provas com correcao anonima a primeira coluna
*>          pode ser o codigo de prova em vez do ID do aluno: as
*>          notas vao para NOTASANON.dat e so chegam a
*>          NOTASFILE.dat pelo mapeamento em provas_anonimas.
*>          Se a pauta do curso/semestre ja foi homologada
*>          (homologar_pauta) a importacao e recusada por inteiro.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slalunomaster.cbl".
     COPY "slnotahist.cbl".
     COPY "sljournal.cbl".
     COPY "slprovaanon.cbl".
     COPY "slnotaanon.cbl".
     COPY "slhomolog.cbl".

     SELECT NOTAS-CSV-FILE
         ASSIGN TO IMPN-CSV-NOME
  COPY "fdalunomaster.cbl".
  COPY "fdnotahist.cbl".
  COPY "fdjournal.cbl".
  COPY "fdprovaanon.cbl".
  COPY "fdnotaanon.cbl".
  COPY "fdhomolog.cbl".

  FD NOTAS-CSV-FILE.
  01 LINHA-CSV-NOTA          PIC X(200).
  COPY "wsalunomaster.cbl".
  COPY "wsnotahist.cbl".
  COPY "wsjournal.cbl".
  COPY "wsprovaanon.cbl".
  COPY "wsnotaanon.cbl".
  COPY "wshomolog.cbl".
    77 IMPN-CSV-NOME         PIC X(40) VALUE "NOTASIMP.csv".
    77 IMPN-CSV-NOME-ENV     PIC X(40).
    77 IMPN-CSV-STATUS       PIC X(2) VALUE "00".
    77 IMPN-TOTAL-COMP       PIC 9(2).
    77 IMPN-EXISTIA          PIC X VALUE 'N'.
    77 IMPN-CAMPO-ID         PIC X(10).
    77 IMPN-IDENTIFICACAO    PIC 9 VALUE 1.
    77 IMPN-DATA-HOJE        PIC 9(8).
    01 IMPN-CAMPOS.
       05 IMPN-PAR OCCURS 10 TIMES.
          10 IMPN-CAMPO-NOTA PIC X(10).
COPY "rvcurso.cbl".
COPY "rvalunomaster.cbl".
COPY "rvnotahist.cbl".
COPY "rvprovaanon.cbl".
COPY "rvnotaanon.cbl".
COPY "rvhomolog.cbl".

    ACCEPT IMPN-CSV-NOME-ENV FROM ENVIRONMENT "NOTASIMP_CSV"
    IF IMPN-CSV-NOME-ENV NOT = SPACES
    ACCEPT IMPN-CURSO
    DISPLAY "Introduza o codigo do semestre: " NO ADVANCING
    ACCEPT IMPN-SEMESTRE
    DISPLAY "Primeira coluna do CSV (1 - ID do aluno,"
        " 2 - codigo de prova anonima): " NO ADVANCING
    ACCEPT IMPN-IDENTIFICACAO
    IF IMPN-IDENTIFICACAO NOT = 2
        MOVE 1 TO IMPN-IDENTIFICACAO
    END-IF
    PERFORM VALIDAR-CURSO-IMPN
    PERFORM VALIDAR-SEMESTRE-IMPN
    IF IMPN-CURSO-OK = 'S' AND IMPN-SEMESTRE-OK = 'S'
        MOVE IMPN-CURSO TO HML-CURSO-CODE
        MOVE IMPN-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        IF PAUTA-HOMOLOGADA
            DISPLAY "A pauta foi homologada em " HML-DATA
                " por " HML-OPERADOR ". Importacao recusada."
            MOVE 'N' TO IMPN-SEMESTRE-OK
        END-IF
    END-IF
    IF IMPN-CURSO-OK = 'S' AND IMPN-SEMESTRE-OK = 'S'
        PERFORM PROCESSAR-CSV-NOTAS
    ELSE
        ELSE
            OPEN INPUT ALUNO-MASTER-FILE
            OPEN INPUT MATRICULAS-FILE
            IF IMPN-IDENTIFICACAO = 2
                PERFORM ABRIR-FICHEIROS-ANONIMOS
            END-IF
            PERFORM UNTIL IMPN-FIM-FICHEIRO = 'Y'
                READ NOTAS-CSV-FILE
                    AT END MOVE 'Y' TO IMPN-FIM-FICHEIRO
            IF ALUNOMASTER-STATUS = "00"
                CLOSE ALUNO-MASTER-FILE
            END-IF
            IF IMPN-IDENTIFICACAO = 2
                IF PROVASANON-STATUS = "00"
                    CLOSE PROVAS-ANON-FILE
                END-IF
                IF NOTASANON-STATUS = "00"
                    CLOSE NOTAS-ANON-FILE
                END-IF
            END-IF
            CLOSE NOTAS-FILE
            DISPLAY "==============================="
            DISPLAY "Notas inseridas: "   IMPN-TOTAL-INSERIDAS
             IMPN-CAMPO-NOTA (9) IMPN-CAMPO-PESO (9)
             IMPN-CAMPO-NOTA (10) IMPN-CAMPO-PESO (10)

    IF IMPN-IDENTIFICACAO = 2
        PERFORM VALIDAR-CODIGO-LINHA
    ELSE
        IF FUNCTION TRIM (IMPN-CAMPO-ID) NOT NUMERIC
            MOVE "R01" TO IMPN-MOTIVO
        END-IF
        IF IMPN-MOTIVO = SPACES
            PERFORM VALIDAR-ALUNO-LINHA
        END-IF
        IF IMPN-MOTIVO = SPACES
            PERFORM VALIDAR-MATRICULA-LINHA
        END-IF
    END-IF
    IF IMPN-MOTIVO = SPACES
        PERFORM VALIDAR-COMPONENTES-LINHA
    END-IF
    IF IMPN-MOTIVO = SPACES
        IF IMPN-IDENTIFICACAO = 2
            PERFORM GRAVAR-LINHA-ANONIMA
        ELSE
            PERFORM GRAVAR-LINHA-NOTA
        END-IF
    ELSE
        PERFORM REJEITAR-LINHA
    END-IF.

ABRIR-FICHEIROS-ANONIMOS.
    OPEN INPUT PROVAS-ANON-FILE
    OPEN INPUT NOTAS-ANON-FILE
    IF NOTASANON-STATUS = "35"
        OPEN OUTPUT NOTAS-ANON-FILE
        CLOSE NOTAS-ANON-FILE
    ELSE
        IF NOTASANON-STATUS = "00"
            CLOSE NOTAS-ANON-FILE
        END-IF
    END-IF
    MOVE ZERO TO NOTASANON-TENTATIVAS
    MOVE "99" TO NOTASANON-STATUS
    PERFORM UNTIL NOTASANON-STATUS = "00" OR NOTASANON-TENTATIVAS = 5
        OPEN I-O NOTAS-ANON-FILE
        IF NOTASANON-STATUS NOT = "00"
            ADD 1 TO NOTASANON-TENTATIVAS
        END-IF
    END-PERFORM
    IF NOTASANON-STATUS NOT = "00"
        DISPLAY "Erro ao abrir NOTAS-ANON-FILE. Status: "
            NOTASANON-STATUS
    END-IF
    ACCEPT IMPN-DATA-HOJE FROM DATE YYYYMMDD.

VALIDAR-CODIGO-LINHA.
    IF PROVASANON-STATUS NOT = "00" OR NOTASANON-STATUS NOT = "00"
        MOVE "R07" TO IMPN-MOTIVO
    ELSE
        MOVE FUNCTION TRIM (IMPN-CAMPO-ID) TO PRV-CODIGO
        READ PROVAS-ANON-FILE KEY IS PRV-CODIGO
            INVALID KEY
                MOVE "R07" TO IMPN-MOTIVO
            NOT INVALID KEY
                IF PRV-CURSO-CODE NOT = IMPN-CURSO
                    OR PRV-SEMESTRE NOT = IMPN-SEMESTRE
                    MOVE "R07" TO IMPN-MOTIVO
                ELSE
                    IF PRV-MAPEADA
                        MOVE "R08" TO IMPN-MOTIVO
                    END-IF
                END-IF
        END-READ
    END-IF.

GRAVAR-LINHA-ANONIMA.
    MOVE PRV-CODIGO TO NAN-CODIGO
    MOVE IMPN-CURSO TO NAN-CURSO-CODE
    MOVE IMPN-SEMESTRE TO NAN-SEMESTRE
    MOVE IMPN-TOTAL-COMP TO NAN-TOTAL-COMPONENTES
    MOVE ZERO TO IMPN-SOMA-PONDERADA
    PERFORM VARYING IMPN-IDX FROM 1 BY 1 UNTIL IMPN-IDX > 10
        IF IMPN-IDX NOT > IMPN-TOTAL-COMP
            COMPUTE NAN-VALOR (IMPN-IDX) =
                FUNCTION NUMVAL (IMPN-CAMPO-NOTA (IMPN-IDX))
            COMPUTE NAN-PESO (IMPN-IDX) =
                FUNCTION NUMVAL (IMPN-CAMPO-PESO (IMPN-IDX))
            COMPUTE IMPN-SOMA-PONDERADA = IMPN-SOMA-PONDERADA
                + NAN-VALOR (IMPN-IDX) * NAN-PESO (IMPN-IDX)
        ELSE
            MOVE ZERO TO NAN-VALOR (IMPN-IDX)
            MOVE ZERO TO NAN-PESO (IMPN-IDX)
        END-IF
    END-PERFORM
    COMPUTE NAN-MEDIA ROUNDED = IMPN-SOMA-PONDERADA / 100
    MOVE IMPN-DATA-HOJE TO NAN-DATA
    MOVE SPACES TO NAN-OPERADOR
    MOVE "P" TO NAN-ESTADO
    WRITE REGISTO-NOTA-ANON
        INVALID KEY
            REWRITE REGISTO-NOTA-ANON
            ADD 1 TO IMPN-TOTAL-ALTERADAS
            MOVE "REWRITE" TO JRN-OPERACAO
        NOT INVALID KEY
            ADD 1 TO IMPN-TOTAL-INSERIDAS
            MOVE "WRITE" TO JRN-OPERACAO
    END-WRITE
    MOVE "NOTASANON" TO JRN-FICHEIRO
    MOVE REGISTO-NOTA-ANON TO JRN-IMAGEM
    PERFORM REGISTAR-DIARIO.

VALIDAR-ALUNO-LINHA.
    IF ALUNOMASTER-STATUS NOT = "00"
        MOVE "R02" TO IMPN-MOTIVO
    WRITE LINHA-REJEITADA.

COPY "pjournal.cbl".

COPY "phomolog.cbl".
