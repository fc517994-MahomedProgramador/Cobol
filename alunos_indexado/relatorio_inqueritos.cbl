*>****************************************************************
*> Author:
*> Date:
*> Purpose: resultados do inquerito pedagogico de um semestre para
*>          o conselho cientifico, a partir das respostas anonimas
*>          de INQUERITOS.dat (importar_inqueritos_csv). Por curso
*>          e docente: respostas, taxa de resposta (sobre as
*>          matriculas ativas do curso no semestre) e media de cada
*>          pergunta comparada com a media do departamento (os dois
*>          primeiros caracteres do codigo do curso, como em
*>          estatisticas_matriculas). Por docente: o agregado dos
*>          seus cursos comparado com a media da instituicao. O
*>          relatorio (INQUERITOS-<semestre>.dat) fica no spool.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_inqueritos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slinquerito.cbl".
     COPY "slmatricula.cbl".
     COPY "sldocente.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT RESULTADOS-FILE
         ASSIGN TO RIQ-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdinquerito.cbl".
  COPY "fdmatricula.cbl".
  COPY "fddocente.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD RESULTADOS-FILE.
  01 LINHA-RESULTADOS        PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsinquerito.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsdocente.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RIQ-NOME-FICHEIRO     PIC X(40).
    77 RIQ-SEMESTRE          PIC X(6).
    77 RIQ-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RIQ-DOCENTES-ABERTO   PIC X VALUE 'N'.
    77 RIQ-NUM-PERGUNTAS     PIC 9(2) VALUE 10.
    77 RIQ-GX                PIC 9(3).
    77 RIQ-DX                PIC 9(2).
    77 RIQ-PX                PIC 9(3).
    77 RIQ-QX                PIC 9(2).
    77 RIQ-ACHOU             PIC 9(3).
    77 RIQ-ACHOU-DEPTO       PIC 9(2).
    77 RIQ-TOTAL-GRUPOS      PIC 9(3) VALUE ZERO.
    77 RIQ-TOTAL-DEPTOS      PIC 9(2) VALUE ZERO.
    77 RIQ-TOTAL-DOCENTES    PIC 9(3) VALUE ZERO.
    77 RIQ-TOTAL-RESPOSTAS   PIC 9(6) VALUE ZERO.
    77 RIQ-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 RIQ-GRUPOS-OMITIDOS   PIC 9(5) VALUE ZERO.
    77 RIQ-DEPT              PIC X(2).
    77 RIQ-INSCRITOS         PIC 9(5).
    77 RIQ-SOMA-IN           PIC 9(7).
    77 RIQ-N-IN              PIC 9(6).
    77 RIQ-MEDIA-OUT         PIC 9V99.
    77 RIQ-MEDIA-REF         PIC 9V99.
    77 RIQ-DIFERENCA         PIC S9V99.
    77 RIQ-TAXA              PIC 9(3)V99.
    77 RIQ-MEDIA-ED          PIC 9.99.
    77 RIQ-MEDIA-REF-ED      PIC 9.99.
    77 RIQ-DIFERENCA-ED      PIC +9.99.
    77 RIQ-TAXA-ED           PIC ZZ9.99.
    77 RIQ-NUM-ED            PIC ZZZZ9.
    77 RIQ-INSCRITOS-ED      PIC ZZZZ9.
    77 RIQ-PERGUNTA-ED       PIC 99.
    77 RIQ-DOC-NOME          PIC X(30).
    01 RIQ-GRUPOS-TAB.
       05 RIQ-GRUPO OCCURS 200 TIMES.
          10 RIQ-G-CURSO       PIC X(6).
          10 RIQ-G-DOCENTE     PIC 9(4).
          10 RIQ-G-RESPOSTAS   PIC 9(5).
          10 RIQ-G-DEPTO       PIC 9(2).
          10 RIQ-G-PERGUNTA OCCURS 10 TIMES.
             15 RIQ-G-SOMA     PIC 9(7).
             15 RIQ-G-N        PIC 9(6).
    01 RIQ-DEPTOS-TAB.
       05 RIQ-DEPTO OCCURS 30 TIMES.
          10 RIQ-D-CODIGO      PIC X(2).
          10 RIQ-D-PERGUNTA OCCURS 10 TIMES.
             15 RIQ-D-SOMA     PIC 9(7).
             15 RIQ-D-N        PIC 9(6).
    01 RIQ-DOCENTES-TAB.
       05 RIQ-DOCENTE OCCURS 200 TIMES.
          10 RIQ-P-DOCENTE     PIC 9(4).
          10 RIQ-P-RESPOSTAS   PIC 9(6).
          10 RIQ-P-INSCRITOS   PIC 9(6).
          10 RIQ-P-PERGUNTA OCCURS 10 TIMES.
             15 RIQ-P-SOMA     PIC 9(7).
             15 RIQ-P-N        PIC 9(6).
    01 RIQ-INSTITUICAO.
       05 RIQ-I-PERGUNTA OCCURS 10 TIMES.
          10 RIQ-I-SOMA        PIC 9(7).
          10 RIQ-I-N           PIC 9(6).

PROCEDURE DIVISION.
COPY "rvinquerito.cbl".
COPY "rvmatricula.cbl".
COPY "rvdocente.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY "Semestre (ex: 2024S1): " NO ADVANCING
    ACCEPT RIQ-SEMESTRE
    PERFORM RESULTADOS-INQUERITO.
GOBACK.

RESULTADOS-INQUERITO.
    PERFORM ACUMULAR-RESPOSTAS
    IF RIQ-TOTAL-GRUPOS = ZERO
        DISPLAY "Sem respostas ao inquerito no semestre " RIQ-SEMESTRE
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO RIQ-NOME-FICHEIRO
        STRING "INQUERITOS-" DELIMITED BY SIZE
               RIQ-SEMESTRE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO RIQ-NOME-FICHEIRO
        OPEN OUTPUT RESULTADOS-FILE
        MOVE 'N' TO RIQ-DOCENTES-ABERTO
        OPEN INPUT DOCENTES-FILE
        IF DOCENTES-STATUS = "00"
            MOVE 'S' TO RIQ-DOCENTES-ABERTO
        END-IF
        OPEN INPUT MATRICULAS-FILE
        PERFORM ESCREVER-CABECALHO-RESULTADOS
        PERFORM VARYING RIQ-GX FROM 1 BY 1
            UNTIL RIQ-GX > RIQ-TOTAL-GRUPOS
            PERFORM ESCREVER-GRUPO
        END-PERFORM
        PERFORM ESCREVER-SECCAO-DOCENTES
        IF MATRICULAS-STATUS = "00"
            CLOSE MATRICULAS-FILE
        END-IF
        IF RIQ-DOCENTES-ABERTO = 'S'
            CLOSE DOCENTES-FILE
        END-IF
        CLOSE RESULTADOS-FILE
        MOVE "relatorio_inqueritos" TO SPR-PROGRAMA
        MOVE RIQ-SEMESTRE TO SPR-PARAMETROS
        MOVE RIQ-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RIQ-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio gravado em " RIQ-NOME-FICHEIRO
        IF RIQ-GRUPOS-OMITIDOS > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ACUMULAR-RESPOSTAS.
    MOVE ZERO TO RIQ-TOTAL-GRUPOS
    MOVE ZERO TO RIQ-TOTAL-DEPTOS
    MOVE ZERO TO RIQ-TOTAL-DOCENTES
    MOVE ZERO TO RIQ-TOTAL-RESPOSTAS
    MOVE ZERO TO RIQ-INSTITUICAO
    MOVE 'N' TO RIQ-FIM-FICHEIRO
    OPEN INPUT INQUERITOS-FILE.
    IF INQUERITOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INQUERITOS-FILE. Status: "
            INQUERITOS-STATUS
    ELSE
        PERFORM UNTIL RIQ-FIM-FICHEIRO = 'Y'
            READ INQUERITOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RIQ-FIM-FICHEIRO
                NOT AT END
                    IF INQ-SEMESTRE = RIQ-SEMESTRE
                        PERFORM ACUMULAR-RESPOSTA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INQUERITOS-FILE
    END-IF.

ACUMULAR-RESPOSTA.
    MOVE ZERO TO RIQ-ACHOU
    PERFORM VARYING RIQ-GX FROM 1 BY 1
        UNTIL RIQ-GX > RIQ-TOTAL-GRUPOS
        IF RIQ-G-CURSO (RIQ-GX) = INQ-CURSO-CODE
            AND RIQ-G-DOCENTE (RIQ-GX) = INQ-DOCENTE-ID
            MOVE RIQ-GX TO RIQ-ACHOU
        END-IF
    END-PERFORM
    IF RIQ-ACHOU = ZERO
        IF RIQ-TOTAL-GRUPOS < 200
            ADD 1 TO RIQ-TOTAL-GRUPOS
            MOVE RIQ-TOTAL-GRUPOS TO RIQ-ACHOU
            INITIALIZE RIQ-GRUPO (RIQ-ACHOU)
            MOVE INQ-CURSO-CODE TO RIQ-G-CURSO (RIQ-ACHOU)
            MOVE INQ-DOCENTE-ID TO RIQ-G-DOCENTE (RIQ-ACHOU)
            PERFORM LOCALIZAR-DEPARTAMENTO
            MOVE RIQ-DX TO RIQ-G-DEPTO (RIQ-ACHOU)
        ELSE
            ADD 1 TO RIQ-GRUPOS-OMITIDOS
        END-IF
    END-IF
    IF RIQ-ACHOU NOT = ZERO
        ADD 1 TO RIQ-G-RESPOSTAS (RIQ-ACHOU)
        ADD 1 TO RIQ-TOTAL-RESPOSTAS
        PERFORM VARYING RIQ-QX FROM 1 BY 1
            UNTIL RIQ-QX > RIQ-NUM-PERGUNTAS
            IF INQ-RESPOSTA (RIQ-QX) > ZERO
                ADD INQ-RESPOSTA (RIQ-QX)
                    TO RIQ-G-SOMA (RIQ-ACHOU RIQ-QX)
                ADD 1 TO RIQ-G-N (RIQ-ACHOU RIQ-QX)
                ADD INQ-RESPOSTA (RIQ-QX) TO RIQ-I-SOMA (RIQ-QX)
                ADD 1 TO RIQ-I-N (RIQ-QX)
                IF RIQ-G-DEPTO (RIQ-ACHOU) NOT = ZERO
                    MOVE RIQ-G-DEPTO (RIQ-ACHOU) TO RIQ-DX
                    ADD INQ-RESPOSTA (RIQ-QX)
                        TO RIQ-D-SOMA (RIQ-DX RIQ-QX)
                    ADD 1 TO RIQ-D-N (RIQ-DX RIQ-QX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

LOCALIZAR-DEPARTAMENTO.
    MOVE INQ-CURSO-CODE (1:2) TO RIQ-DEPT
    MOVE ZERO TO RIQ-ACHOU-DEPTO
    PERFORM VARYING RIQ-DX FROM 1 BY 1
        UNTIL RIQ-DX > RIQ-TOTAL-DEPTOS
        IF RIQ-D-CODIGO (RIQ-DX) = RIQ-DEPT
            MOVE RIQ-DX TO RIQ-ACHOU-DEPTO
        END-IF
    END-PERFORM
    IF RIQ-ACHOU-DEPTO = ZERO AND RIQ-TOTAL-DEPTOS < 30
        ADD 1 TO RIQ-TOTAL-DEPTOS
        MOVE RIQ-TOTAL-DEPTOS TO RIQ-ACHOU-DEPTO
        INITIALIZE RIQ-DEPTO (RIQ-ACHOU-DEPTO)
        MOVE RIQ-DEPT TO RIQ-D-CODIGO (RIQ-ACHOU-DEPTO)
    END-IF
    MOVE RIQ-ACHOU-DEPTO TO RIQ-DX.

CONTAR-INSCRITOS.
    MOVE ZERO TO RIQ-INSCRITOS
    IF MATRICULAS-STATUS = "00"
        MOVE 'N' TO RIQ-FIM-FICHEIRO
        MOVE RIQ-G-CURSO (RIQ-GX) TO MAT-CURSO-CODE
        MOVE RIQ-SEMESTRE TO MAT-SEMESTRE
        START MATRICULAS-FILE KEY IS = MAT-CURSO-SEM
            INVALID KEY
                MOVE 'Y' TO RIQ-FIM-FICHEIRO
        END-START
        PERFORM UNTIL RIQ-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RIQ-FIM-FICHEIRO
                NOT AT END
                    IF MAT-CURSO-CODE NOT = RIQ-G-CURSO (RIQ-GX)
                        OR MAT-SEMESTRE NOT = RIQ-SEMESTRE
                        MOVE 'Y' TO RIQ-FIM-FICHEIRO
                    ELSE
                        IF MAT-ATIVA
                            ADD 1 TO RIQ-INSCRITOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

OBTER-NOME-DOCENTE.
    MOVE "(docente nao registado)" TO RIQ-DOC-NOME
    IF RIQ-DOCENTES-ABERTO = 'S'
        READ DOCENTES-FILE KEY IS DOC-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE DOC-NOME TO RIQ-DOC-NOME
        END-READ
    END-IF.

CALCULAR-MEDIA.
    MOVE ZERO TO RIQ-MEDIA-OUT
    IF RIQ-N-IN > ZERO
        COMPUTE RIQ-MEDIA-OUT ROUNDED = RIQ-SOMA-IN / RIQ-N-IN
    END-IF.

CALCULAR-TAXA.
    MOVE ZERO TO RIQ-TAXA
    IF RIQ-INSCRITOS > ZERO
        COMPUTE RIQ-TAXA ROUNDED = (RIQ-SOMA-IN * 100) / RIQ-INSCRITOS
    END-IF
    MOVE RIQ-TAXA TO RIQ-TAXA-ED.

ESCREVER-CABECALHO-RESULTADOS.
    MOVE ALL "=" TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "INQUERITO PEDAGOGICO - RESULTADOS DO SEMESTRE "
               DELIMITED BY SIZE
           RIQ-SEMESTRE DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE RIQ-TOTAL-RESPOSTAS TO RIQ-NUM-ED
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "Respostas: " DELIMITED BY SIZE
           RIQ-NUM-ED DELIMITED BY SIZE
           "   Escala: 1 (discordo) a 5 (concordo)" DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE ALL "=" TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ.

ESCREVER-GRUPO.
    PERFORM CONTAR-INSCRITOS
    MOVE RIQ-G-DOCENTE (RIQ-GX) TO DOC-ID
    PERFORM OBTER-NOME-DOCENTE
    PERFORM ACUMULAR-DOCENTE
    MOVE SPACES TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "Curso " DELIMITED BY SIZE
           RIQ-G-CURSO (RIQ-GX) DELIMITED BY SIZE
           "  Docente " DELIMITED BY SIZE
           RIQ-G-DOCENTE (RIQ-GX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIQ-DOC-NOME DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE RIQ-G-RESPOSTAS (RIQ-GX) TO RIQ-NUM-ED
    MOVE RIQ-G-RESPOSTAS (RIQ-GX) TO RIQ-SOMA-IN
    PERFORM CALCULAR-TAXA
    MOVE RIQ-INSCRITOS TO RIQ-INSCRITOS-ED
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "  Respostas " DELIMITED BY SIZE
           RIQ-NUM-ED DELIMITED BY SIZE
           " de " DELIMITED BY SIZE
           RIQ-INSCRITOS-ED DELIMITED BY SIZE
           " inscritos  Taxa de resposta " DELIMITED BY SIZE
           RIQ-TAXA-ED DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE "  Pergunta   Media   Media depto   Diferenca"
        TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    PERFORM VARYING RIQ-QX FROM 1 BY 1
        UNTIL RIQ-QX > RIQ-NUM-PERGUNTAS
        MOVE RIQ-G-SOMA (RIQ-GX RIQ-QX) TO RIQ-SOMA-IN
        MOVE RIQ-G-N (RIQ-GX RIQ-QX) TO RIQ-N-IN
        PERFORM CALCULAR-MEDIA
        MOVE RIQ-MEDIA-OUT TO RIQ-MEDIA-REF
        MOVE RIQ-G-DEPTO (RIQ-GX) TO RIQ-DX
        MOVE ZERO TO RIQ-SOMA-IN
        MOVE ZERO TO RIQ-N-IN
        IF RIQ-DX NOT = ZERO
            MOVE RIQ-D-SOMA (RIQ-DX RIQ-QX) TO RIQ-SOMA-IN
            MOVE RIQ-D-N (RIQ-DX RIQ-QX) TO RIQ-N-IN
        END-IF
        PERFORM CALCULAR-MEDIA
        MOVE RIQ-MEDIA-OUT TO RIQ-MEDIA-REF-ED
        COMPUTE RIQ-DIFERENCA = RIQ-MEDIA-REF - RIQ-MEDIA-OUT
        PERFORM ESCREVER-LINHA-PERGUNTA
    END-PERFORM.

ESCREVER-LINHA-PERGUNTA.
    MOVE RIQ-QX TO RIQ-PERGUNTA-ED
    MOVE RIQ-MEDIA-REF TO RIQ-MEDIA-ED
    MOVE RIQ-DIFERENCA TO RIQ-DIFERENCA-ED
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "  Q" DELIMITED BY SIZE
           RIQ-PERGUNTA-ED DELIMITED BY SIZE
           "        " DELIMITED BY SIZE
           RIQ-MEDIA-ED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           RIQ-MEDIA-REF-ED DELIMITED BY SIZE
           "          " DELIMITED BY SIZE
           RIQ-DIFERENCA-ED DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ.

ACUMULAR-DOCENTE.
    MOVE ZERO TO RIQ-ACHOU
    PERFORM VARYING RIQ-PX FROM 1 BY 1
        UNTIL RIQ-PX > RIQ-TOTAL-DOCENTES
        IF RIQ-P-DOCENTE (RIQ-PX) = RIQ-G-DOCENTE (RIQ-GX)
            MOVE RIQ-PX TO RIQ-ACHOU
        END-IF
    END-PERFORM
    IF RIQ-ACHOU = ZERO AND RIQ-TOTAL-DOCENTES < 200
        ADD 1 TO RIQ-TOTAL-DOCENTES
        MOVE RIQ-TOTAL-DOCENTES TO RIQ-ACHOU
        INITIALIZE RIQ-DOCENTE (RIQ-ACHOU)
        MOVE RIQ-G-DOCENTE (RIQ-GX) TO RIQ-P-DOCENTE (RIQ-ACHOU)
    END-IF
    IF RIQ-ACHOU NOT = ZERO
        ADD RIQ-G-RESPOSTAS (RIQ-GX) TO RIQ-P-RESPOSTAS (RIQ-ACHOU)
        ADD RIQ-INSCRITOS TO RIQ-P-INSCRITOS (RIQ-ACHOU)
        PERFORM VARYING RIQ-QX FROM 1 BY 1
            UNTIL RIQ-QX > RIQ-NUM-PERGUNTAS
            ADD RIQ-G-SOMA (RIQ-GX RIQ-QX)
                TO RIQ-P-SOMA (RIQ-ACHOU RIQ-QX)
            ADD RIQ-G-N (RIQ-GX RIQ-QX)
                TO RIQ-P-N (RIQ-ACHOU RIQ-QX)
        END-PERFORM
    END-IF.

ESCREVER-SECCAO-DOCENTES.
    MOVE SPACES TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE ALL "=" TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE "RESULTADOS POR DOCENTE (comparacao com a media da instituicao)"
        TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE ALL "=" TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    PERFORM VARYING RIQ-PX FROM 1 BY 1
        UNTIL RIQ-PX > RIQ-TOTAL-DOCENTES
        PERFORM ESCREVER-DOCENTE
    END-PERFORM.

ESCREVER-DOCENTE.
    MOVE RIQ-P-DOCENTE (RIQ-PX) TO DOC-ID
    PERFORM OBTER-NOME-DOCENTE
    MOVE SPACES TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE RIQ-P-RESPOSTAS (RIQ-PX) TO RIQ-NUM-ED
    MOVE RIQ-P-RESPOSTAS (RIQ-PX) TO RIQ-SOMA-IN
    MOVE RIQ-P-INSCRITOS (RIQ-PX) TO RIQ-INSCRITOS
    PERFORM CALCULAR-TAXA
    MOVE RIQ-INSCRITOS TO RIQ-INSCRITOS-ED
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "Docente " DELIMITED BY SIZE
           RIQ-P-DOCENTE (RIQ-PX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIQ-DOC-NOME DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE SPACES TO LINHA-RESULTADOS
    STRING "  Respostas " DELIMITED BY SIZE
           RIQ-NUM-ED DELIMITED BY SIZE
           " de " DELIMITED BY SIZE
           RIQ-INSCRITOS-ED DELIMITED BY SIZE
           " inscritos  Taxa de resposta " DELIMITED BY SIZE
           RIQ-TAXA-ED DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    MOVE "  Pergunta   Media   Media inst.   Diferenca"
        TO LINHA-RESULTADOS
    PERFORM ESCREVER-LINHA-RIQ
    PERFORM VARYING RIQ-QX FROM 1 BY 1
        UNTIL RIQ-QX > RIQ-NUM-PERGUNTAS
        MOVE RIQ-P-SOMA (RIQ-PX RIQ-QX) TO RIQ-SOMA-IN
        MOVE RIQ-P-N (RIQ-PX RIQ-QX) TO RIQ-N-IN
        PERFORM CALCULAR-MEDIA
        MOVE RIQ-MEDIA-OUT TO RIQ-MEDIA-REF
        MOVE RIQ-I-SOMA (RIQ-QX) TO RIQ-SOMA-IN
        MOVE RIQ-I-N (RIQ-QX) TO RIQ-N-IN
        PERFORM CALCULAR-MEDIA
        MOVE RIQ-MEDIA-OUT TO RIQ-MEDIA-REF-ED
        COMPUTE RIQ-DIFERENCA = RIQ-MEDIA-REF - RIQ-MEDIA-OUT
        PERFORM ESCREVER-LINHA-PERGUNTA
    END-PERFORM.

ESCREVER-LINHA-RIQ.
    WRITE LINHA-RESULTADOS
    DISPLAY LINHA-RESULTADOS
    ADD 1 TO RIQ-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
