*>          numero variavel de componentes de avaliacao (at'e 10),
*>          cada um com o seu proprio peso percentual, e o registo
*>          da nota de exame de epoca de recurso com a regra da
*>          melhor nota. Para as provas escritas com correcao
*>          anonima aceita, em vez do ID do aluno, o codigo de
*>          prova emitido por provas_anonimas; essas notas ficam
*>          em NOTASANON.dat ate a secretaria as mapear para
*>          NOTASFILE.dat. Depois de a pauta do curso/semestre
*>          ser homologada (homologar_pauta) as notas ficam
*>          fechadas e o registo e recusado.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slalunomaster.cbl".
     COPY "sljournal.cbl".
     COPY "slpautaverif.cbl".
     COPY "slprovaanon.cbl".
     COPY "slnotaanon.cbl".
     COPY "slhomolog.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
  COPY "fdalunomaster.cbl".
  COPY "fdjournal.cbl".
  COPY "fdpautaverif.cbl".
  COPY "fdprovaanon.cbl".
  COPY "fdnotaanon.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wsjournal.cbl".
  COPY "wspautaverif.cbl".
  COPY "wsprovaanon.cbl".
  COPY "wsnotaanon.cbl".
  COPY "wshomolog.cbl".
  COPY "wssessao.cbl".
    77 NOTA-JA-EXISTE     PIC X VALUE 'N'.
    77 NOTA-ID-OK         PIC X VALUE 'N'.
    77 NOTA-EXISTIA       PIC X VALUE 'N'.
    77 NOTA-ALUNO-ATIVO   PIC X VALUE 'S'.
    77 NOTA-MOTIVO        PIC X(3) VALUE SPACES.
    77 NOTA-IDENTIFICACAO PIC 9 VALUE 1.
    77 NOTA-CODIGO-PROVA  PIC X(8) VALUE SPACES.
    77 NOTA-CODIGO-OK     PIC X VALUE 'N'.
    01 NOTA-ANTERIOR.
       05 ANT-TOTAL-COMPONENTES PIC 9(2).
       05 ANT-COMPONENTE OCCURS 10 TIMES.
COPY "rvnotahist.cbl".
COPY "rvalunomaster.cbl".
COPY "rvpautaverif.cbl".
COPY "rvprovaanon.cbl".
COPY "rvnotaanon.cbl".
COPY "rvhomolog.cbl".

    PERFORM LER-SESSAO
    PERFORM REGISTAR-NOTA.
STOP RUN.

REGISTAR-NOTA.
    DISPLAY "Identificacao da prova (1 - ID do aluno,"
        " 2 - codigo de prova anonima): " NO ADVANCING
    ACCEPT NOTA-IDENTIFICACAO
    IF NOTA-IDENTIFICACAO = 2
        PERFORM REGISTAR-NOTA-ANONIMA
    ELSE
        PERFORM REGISTAR-NOTA-ALUNO
    END-IF.

REGISTAR-NOTA-ALUNO.
    PERFORM ASK-NOTA-ID-ALUNO
    DISPLAY "Introduza o codigo do curso: " NO ADVANCING
    ACCEPT NOTA-CURSO-CODE
            END-READ
            CLOSE SEMESTRES-FILE
        END-IF.
    IF NOTA-SEMESTRE-OK = 'S'
        MOVE NOTA-CURSO-CODE TO HML-CURSO-CODE
        MOVE NOTA-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        IF PAUTA-HOMOLOGADA
            MOVE 'N' TO NOTA-SEMESTRE-OK
            DISPLAY "A pauta de " NOTA-CURSO-CODE " " NOTA-SEMESTRE
                " foi homologada em " HML-DATA " por " HML-OPERADOR
                ". Nota recusada."
        END-IF
    END-IF.

PEDIR-E-GRAVAR-NOTA.
    PERFORM VERIFICAR-NOTA-EXISTENTE
            " A alteracao fica registada no historico."
        PERFORM PEDIR-MOTIVO-ALTERACAO
    END-IF
    PERFORM PEDIR-COMPONENTES-NOTA
    MOVE ZERO TO NOTA-RECURSO
    MOVE "N" TO NOTA-VIA-RECURSO

        MOVE 0 TO RETURN-CODE
    END-IF.

PEDIR-COMPONENTES-NOTA.
    DISPLAY "Quantos componentes de avaliacao (1-10)? " NO ADVANCING
    ACCEPT NOTA-TOTAL-COMPONENTES
    IF NOTA-TOTAL-COMPONENTES < 1 OR NOTA-TOTAL-COMPONENTES > 10
        MOVE 3 TO NOTA-TOTAL-COMPONENTES
        DISPLAY "Valor invalido, a assumir 3 componentes."
    END-IF

    PERFORM PEDIR-COMPONENTE
        VARYING IDX FROM 1 BY 1
        UNTIL IDX > NOTA-TOTAL-COMPONENTES

    IF SOMA-PESOS NOT = 100
        DISPLAY "Os pesos nao somam 100%, a repartir por igual."
        PERFORM REDISTRIBUIR-PESO
            VARYING IDX FROM 1 BY 1
            UNTIL IDX > NOTA-TOTAL-COMPONENTES
    END-IF

    MOVE ZERO TO SOMA-PONDERADA
    PERFORM SOMAR-COMPONENTE
        VARYING IDX FROM 1 BY 1
        UNTIL IDX > NOTA-TOTAL-COMPONENTES
    COMPUTE MEDIANOTA ROUNDED = SOMA-PONDERADA / 100.

REGISTAR-NOTA-ANONIMA.
*> correcao anonima: o docente so conhece o codigo da prova. A
*> nota fica pendente em NOTASANON.dat e so passa para o aluno
*> quando a secretaria corre o mapeamento em provas_anonimas.
    DISPLAY "Codigo da prova: " NO ADVANCING
    ACCEPT NOTA-CODIGO-PROVA
    DISPLAY "Introduza o codigo do curso: " NO ADVANCING
    ACCEPT NOTA-CURSO-CODE
    DISPLAY "Introduza o codigo do semestre (ex: 2026S1): " NO ADVANCING
    ACCEPT NOTA-SEMESTRE
    PERFORM VALIDAR-SEMESTRE
    IF NOTA-SEMESTRE-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VALIDAR-CODIGO-PROVA
        IF NOTA-CODIGO-OK NOT = 'S'
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM PEDIR-COMPONENTES-NOTA
            PERFORM GRAVAR-NOTA-ANONIMA
        END-IF
    END-IF.

VALIDAR-CODIGO-PROVA.
    MOVE 'N' TO NOTA-CODIGO-OK
    OPEN INPUT PROVAS-ANON-FILE.
    IF PROVASANON-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROVAS-ANON-FILE. Status: "
            PROVASANON-STATUS
    ELSE
        MOVE NOTA-CODIGO-PROVA TO PRV-CODIGO
        READ PROVAS-ANON-FILE KEY IS PRV-CODIGO
            INVALID KEY
                DISPLAY "Codigo de prova inexistente. Nota recusada."
            NOT INVALID KEY
                IF PRV-CURSO-CODE NOT = NOTA-CURSO-CODE
                    OR PRV-SEMESTRE NOT = NOTA-SEMESTRE
                    DISPLAY "O codigo de prova nao pertence a este"
                        " curso/semestre. Nota recusada."
                ELSE
                    IF PRV-MAPEADA
                        DISPLAY "A prova ja foi mapeada para a pauta."
                            " Altere a nota pelo ID do aluno."
                    ELSE
                        MOVE 'S' TO NOTA-CODIGO-OK
                    END-IF
                END-IF
        END-READ
        CLOSE PROVAS-ANON-FILE
    END-IF.

GRAVAR-NOTA-ANONIMA.
    OPEN INPUT NOTAS-ANON-FILE.
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
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE NOTA-CODIGO-PROVA TO NAN-CODIGO
        MOVE NOTA-CURSO-CODE TO NAN-CURSO-CODE
        MOVE NOTA-SEMESTRE TO NAN-SEMESTRE
        MOVE NOTA-TOTAL-COMPONENTES TO NAN-TOTAL-COMPONENTES
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
            MOVE NOTA-VALOR (IDX) TO NAN-VALOR (IDX)
            MOVE NOTA-PESO (IDX)  TO NAN-PESO (IDX)
        END-PERFORM
        MOVE MEDIANOTA TO NAN-MEDIA
        ACCEPT NAN-DATA FROM DATE YYYYMMDD
        MOVE SES-OPERADOR-ATUAL TO NAN-OPERADOR
        MOVE "P" TO NAN-ESTADO
        MOVE 'N' TO NOTA-JA-EXISTE
        WRITE REGISTO-NOTA-ANON
            INVALID KEY
                MOVE 'S' TO NOTA-JA-EXISTE
                REWRITE REGISTO-NOTA-ANON
        END-WRITE
        IF NOTA-JA-EXISTE = 'S'
            MOVE "REWRITE" TO JRN-OPERACAO
        ELSE
            MOVE "WRITE" TO JRN-OPERACAO
        END-IF
        MOVE "NOTASANON" TO JRN-FICHEIRO
        MOVE REGISTO-NOTA-ANON TO JRN-IMAGEM
        PERFORM REGISTAR-DIARIO
        CLOSE NOTAS-ANON-FILE
        DISPLAY "Nota da prova " NAN-CODIGO " registada (media "
            NAN-MEDIA "), pendente de mapeamento."
        MOVE 0 TO RETURN-CODE
    END-IF.

MARCAR-PAUTA-POR-VERIFICAR.
*> toda a nota introduzida ou alterada manualmente volta ao
*> estado pendente no registo de verificacao: um segundo operador

COPY "pjournal.cbl".

COPY "phomolog.cbl".

COPY "psessao.cbl".
