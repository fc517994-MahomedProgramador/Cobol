*>****************************************************************
*> Author:
*> Date:
*> Purpose: carregamento das respostas ao inquerito pedagogico a
*>          partir de um CSV (INQUERITOSIMP.csv), no molde de
*>          importar_presencas_csv. Uma linha por resposta:
*>          curso,semestre,docente,aluno,r1,...,r10 (cada resposta
*>          de 1 a 5, vazia ou 0 se ficou em branco). O aluno serve
*>          apenas para confirmar a matricula ativa no curso e para
*>          recusar uma segunda resposta no mesmo ficheiro; nao e
*>          gravado em INQUERITOS.dat nem nas rejeitadas, para que
*>          as respostas fiquem anonimas. As linhas rejeitadas vao
*>          para INQUERITOSIMP-REJEITADAS.csv com o motivo, o numero
*>          da linha, o curso, o semestre e o docente. Codigos de
*>          motivo: I01 campos em falta ou nao numericos, I02
*>          resposta fora da escala, I03 sem matricula ativa, I04
*>          docente nao leciona o curso, I05 resposta repetida.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. importar_inqueritos_csv.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slinquerito.cbl".
     COPY "slmatricula.cbl".
     COPY "slcurso.cbl".
     COPY "slturma.cbl".

     SELECT INQUERITOS-CSV-FILE
         ASSIGN TO IIQ-CSV-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS IIQ-CSV-STATUS.

     SELECT REJEITADAS-FILE
         ASSIGN TO IIQ-REJ-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdinquerito.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdcurso.cbl".
  COPY "fdturma.cbl".

  FD INQUERITOS-CSV-FILE.
  01 LINHA-CSV-INQUERITO     PIC X(100).

  FD REJEITADAS-FILE.
  01 LINHA-REJEITADA         PIC X(110).

WORKING-STORAGE SECTION.
  COPY "wsinquerito.cbl".
  COPY "wsmatricula.cbl".
  COPY "wscurso.cbl".
  COPY "wsturma.cbl".
    77 IIQ-CSV-NOME          PIC X(40) VALUE "INQUERITOSIMP.csv".
    77 IIQ-CSV-NOME-ENV      PIC X(40).
    77 IIQ-CSV-STATUS        PIC X(2) VALUE "00".
    77 IIQ-REJ-NOME          PIC X(40)
        VALUE "INQUERITOSIMP-REJEITADAS.csv".
    77 IIQ-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 IIQ-FIM-TURMAS        PIC X VALUE 'N'.
    77 IIQ-FIM-INQ           PIC X VALUE 'N'.
    77 IIQ-CAMPO-CURSO       PIC X(10).
    77 IIQ-CAMPO-SEMESTRE    PIC X(10).
    77 IIQ-CAMPO-DOCENTE     PIC X(10).
    77 IIQ-CAMPO-ALUNO       PIC X(10).
    01 IIQ-CAMPOS-RESPOSTA.
       05 IIQ-CAMPO-RESPOSTA PIC X(3) OCCURS 10 TIMES.
    77 IIQ-MOTIVO            PIC X(3).
    77 IIQ-ID-ALUNO          PIC 9(5).
    77 IIQ-DOCENTE-ID        PIC 9(4).
    77 IIQ-DOCENTE-OK        PIC X VALUE 'N'.
    77 IIQ-IX                PIC 9(2).
    77 IIQ-VX                PIC 9(4).
    77 IIQ-PROXIMO-SEQ       PIC 9(5).
    77 IIQ-DATA              PIC 9(8).
    77 IIQ-NUM-LINHA         PIC 9(5) VALUE ZERO.
    77 IIQ-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 IIQ-TOTAL-GRAVADAS    PIC 9(5) VALUE ZERO.
    77 IIQ-TOTAL-REJEITADAS  PIC 9(5) VALUE ZERO.
    77 IIQ-TOTAL-VISTOS      PIC 9(4) VALUE ZERO.
    01 IIQ-RESPOSTAS-LIDAS.
       05 IIQ-RESPOSTA-LIDA  PIC 9 OCCURS 10 TIMES.
*> alunos que ja responderam neste ficheiro; so em memoria, para
*> recusar respostas repetidas sem gravar a identidade.
    01 IIQ-VISTOS-TAB.
       05 IIQ-VISTO OCCURS 2000 TIMES.
          10 IIQ-VISTO-ALUNO   PIC 9(5).
          10 IIQ-VISTO-CURSO   PIC X(6).
          10 IIQ-VISTO-SEM     PIC X(6).
          10 IIQ-VISTO-DOCENTE PIC 9(4).

PROCEDURE DIVISION.
COPY "rvinquerito.cbl".
COPY "rvmatricula.cbl".
COPY "rvcurso.cbl".
COPY "rvturma.cbl".

    ACCEPT IIQ-CSV-NOME-ENV FROM ENVIRONMENT "INQUERITOS_CSV"
    IF IIQ-CSV-NOME-ENV NOT = SPACES
        MOVE IIQ-CSV-NOME-ENV TO IIQ-CSV-NOME
    END-IF
    ACCEPT IIQ-DATA FROM DATE YYYYMMDD
    PERFORM IMPORTAR-INQUERITOS.
GOBACK.

IMPORTAR-INQUERITOS.
    OPEN INPUT INQUERITOS-CSV-FILE.
    IF IIQ-CSV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " IIQ-CSV-NOME ". Status: "
            IIQ-CSV-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM GARANTIR-INQUERITOS
        MOVE ZERO TO INQUERITOS-TENTATIVAS
        MOVE "99" TO INQUERITOS-STATUS
        PERFORM UNTIL INQUERITOS-STATUS = "00"
            OR INQUERITOS-TENTATIVAS = 5
            OPEN I-O INQUERITOS-FILE
            IF INQUERITOS-STATUS NOT = "00"
                ADD 1 TO INQUERITOS-TENTATIVAS
            END-IF
        END-PERFORM
        IF INQUERITOS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir INQUERITOS-FILE. Status: "
                INQUERITOS-STATUS
            CLOSE INQUERITOS-CSV-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN INPUT MATRICULAS-FILE
            OPEN INPUT COURSE-FILE
            OPEN INPUT TURMAS-FILE
            OPEN OUTPUT REJEITADAS-FILE
            PERFORM UNTIL IIQ-FIM-FICHEIRO = 'Y'
                READ INQUERITOS-CSV-FILE
                    AT END MOVE 'Y' TO IIQ-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO IIQ-NUM-LINHA
                        PERFORM TRATAR-LINHA-INQUERITO
                END-READ
            END-PERFORM
            CLOSE REJEITADAS-FILE
            IF MATRICULAS-STATUS = "00"
                CLOSE MATRICULAS-FILE
            END-IF
            IF CURSO-STATUS = "00"
                CLOSE COURSE-FILE
            END-IF
            IF TURMAS-STATUS = "00"
                CLOSE TURMAS-FILE
            END-IF
            CLOSE INQUERITOS-FILE
            CLOSE INQUERITOS-CSV-FILE
            DISPLAY "==============================="
            DISPLAY "Linhas lidas: " IIQ-TOTAL-LINHAS
            DISPLAY "Respostas gravadas: " IIQ-TOTAL-GRAVADAS
            DISPLAY "Linhas rejeitadas: " IIQ-TOTAL-REJEITADAS
            DISPLAY "Rejeitadas em " IIQ-REJ-NOME
            DISPLAY "==============================="
            IF IIQ-TOTAL-REJEITADAS > ZERO
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

GARANTIR-INQUERITOS.
    OPEN INPUT INQUERITOS-FILE.
        IF INQUERITOS-STATUS = "35"
            OPEN OUTPUT INQUERITOS-FILE
            CLOSE INQUERITOS-FILE
        ELSE
            IF INQUERITOS-STATUS = "00"
                CLOSE INQUERITOS-FILE
            END-IF
        END-IF.

TRATAR-LINHA-INQUERITO.
    IF LINHA-CSV-INQUERITO = SPACES
        CONTINUE
    ELSE
        ADD 1 TO IIQ-TOTAL-LINHAS
        MOVE SPACES TO IIQ-CAMPO-CURSO
        MOVE SPACES TO IIQ-CAMPO-SEMESTRE
        MOVE SPACES TO IIQ-CAMPO-DOCENTE
        MOVE SPACES TO IIQ-CAMPO-ALUNO
        MOVE SPACES TO IIQ-CAMPOS-RESPOSTA
        UNSTRING LINHA-CSV-INQUERITO DELIMITED BY ","
            INTO IIQ-CAMPO-CURSO IIQ-CAMPO-SEMESTRE
                 IIQ-CAMPO-DOCENTE IIQ-CAMPO-ALUNO
                 IIQ-CAMPO-RESPOSTA (1) IIQ-CAMPO-RESPOSTA (2)
                 IIQ-CAMPO-RESPOSTA (3) IIQ-CAMPO-RESPOSTA (4)
                 IIQ-CAMPO-RESPOSTA (5) IIQ-CAMPO-RESPOSTA (6)
                 IIQ-CAMPO-RESPOSTA (7) IIQ-CAMPO-RESPOSTA (8)
                 IIQ-CAMPO-RESPOSTA (9) IIQ-CAMPO-RESPOSTA (10)
        END-UNSTRING
        MOVE SPACES TO IIQ-MOTIVO
        PERFORM VALIDAR-LINHA-INQUERITO
        IF IIQ-MOTIVO = SPACES
            PERFORM GRAVAR-RESPOSTA-INQUERITO
        ELSE
            PERFORM REJEITAR-LINHA-INQUERITO
        END-IF
    END-IF.

VALIDAR-LINHA-INQUERITO.
    IF FUNCTION TRIM (IIQ-CAMPO-ALUNO) NOT NUMERIC
        OR FUNCTION TRIM (IIQ-CAMPO-DOCENTE) NOT NUMERIC
        OR IIQ-CAMPO-CURSO = SPACES
        OR IIQ-CAMPO-SEMESTRE = SPACES
        MOVE "I01" TO IIQ-MOTIVO
    ELSE
        COMPUTE IIQ-ID-ALUNO = FUNCTION NUMVAL (IIQ-CAMPO-ALUNO)
        COMPUTE IIQ-DOCENTE-ID = FUNCTION NUMVAL (IIQ-CAMPO-DOCENTE)
        PERFORM VALIDAR-RESPOSTAS
        IF IIQ-MOTIVO = SPACES
            PERFORM VALIDAR-MATRICULA-INQUERITO
        END-IF
        IF IIQ-MOTIVO = SPACES
            PERFORM VALIDAR-DOCENTE-INQUERITO
        END-IF
        IF IIQ-MOTIVO = SPACES
            PERFORM VALIDAR-REPETICAO
        END-IF
    END-IF.

VALIDAR-RESPOSTAS.
    PERFORM VARYING IIQ-IX FROM 1 BY 1 UNTIL IIQ-IX > 10
        IF IIQ-CAMPO-RESPOSTA (IIQ-IX) = SPACES
            MOVE ZERO TO IIQ-RESPOSTA-LIDA (IIQ-IX)
        ELSE
            IF FUNCTION TRIM (IIQ-CAMPO-RESPOSTA (IIQ-IX)) NOT NUMERIC
                MOVE "I02" TO IIQ-MOTIVO
            ELSE
                IF FUNCTION NUMVAL (IIQ-CAMPO-RESPOSTA (IIQ-IX)) > 5
                    MOVE "I02" TO IIQ-MOTIVO
                ELSE
                    COMPUTE IIQ-RESPOSTA-LIDA (IIQ-IX) =
                        FUNCTION NUMVAL (IIQ-CAMPO-RESPOSTA (IIQ-IX))
                END-IF
            END-IF
        END-IF
    END-PERFORM.

VALIDAR-MATRICULA-INQUERITO.
    IF MATRICULAS-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE IIQ-ID-ALUNO TO MAT-ID-ALUNO
        MOVE IIQ-CAMPO-CURSO TO MAT-CURSO-CODE
        MOVE IIQ-CAMPO-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                MOVE "I03" TO IIQ-MOTIVO
            NOT INVALID KEY
                IF NOT MAT-ATIVA
                    MOVE "I03" TO IIQ-MOTIVO
                END-IF
        END-READ
    END-IF.

VALIDAR-DOCENTE-INQUERITO.
*> o docente avaliado tem de ser o responsavel do curso ou o
*> docente de uma das turmas do curso nesse semestre.
    MOVE 'N' TO IIQ-DOCENTE-OK
    IF CURSO-STATUS = "00"
        MOVE IIQ-CAMPO-CURSO TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CURSO-DOCENTE-ID = IIQ-DOCENTE-ID
                    MOVE 'S' TO IIQ-DOCENTE-OK
                END-IF
        END-READ
    END-IF
    IF IIQ-DOCENTE-OK = 'N' AND TURMAS-STATUS = "00"
        MOVE 'N' TO IIQ-FIM-TURMAS
        MOVE IIQ-CAMPO-CURSO TO TUR-CURSO-CODE
        MOVE IIQ-CAMPO-SEMESTRE TO TUR-SEMESTRE
        MOVE LOW-VALUES TO TUR-SECCAO
        START TURMAS-FILE KEY IS NOT LESS THAN TUR-CHAVE
            INVALID KEY
                MOVE 'Y' TO IIQ-FIM-TURMAS
        END-START
        PERFORM UNTIL IIQ-FIM-TURMAS = 'Y'
            READ TURMAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO IIQ-FIM-TURMAS
                NOT AT END
                    IF TUR-CURSO-CODE NOT = IIQ-CAMPO-CURSO (1:6)
                        OR TUR-SEMESTRE NOT = IIQ-CAMPO-SEMESTRE (1:6)
                        MOVE 'Y' TO IIQ-FIM-TURMAS
                    ELSE
                        IF TUR-DOCENTE-ID = IIQ-DOCENTE-ID
                            MOVE 'S' TO IIQ-DOCENTE-OK
                            MOVE 'Y' TO IIQ-FIM-TURMAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF IIQ-DOCENTE-OK = 'N'
        MOVE "I04" TO IIQ-MOTIVO
    END-IF.

VALIDAR-REPETICAO.
    PERFORM VARYING IIQ-VX FROM 1 BY 1 UNTIL IIQ-VX > IIQ-TOTAL-VISTOS
        IF IIQ-VISTO-ALUNO (IIQ-VX) = IIQ-ID-ALUNO
            AND IIQ-VISTO-CURSO (IIQ-VX) = IIQ-CAMPO-CURSO (1:6)
            AND IIQ-VISTO-SEM (IIQ-VX) = IIQ-CAMPO-SEMESTRE (1:6)
            AND IIQ-VISTO-DOCENTE (IIQ-VX) = IIQ-DOCENTE-ID
            MOVE "I05" TO IIQ-MOTIVO
        END-IF
    END-PERFORM
    IF IIQ-MOTIVO = SPACES AND IIQ-TOTAL-VISTOS < 2000
        ADD 1 TO IIQ-TOTAL-VISTOS
        MOVE IIQ-ID-ALUNO TO IIQ-VISTO-ALUNO (IIQ-TOTAL-VISTOS)
        MOVE IIQ-CAMPO-CURSO TO IIQ-VISTO-CURSO (IIQ-TOTAL-VISTOS)
        MOVE IIQ-CAMPO-SEMESTRE TO IIQ-VISTO-SEM (IIQ-TOTAL-VISTOS)
        MOVE IIQ-DOCENTE-ID TO IIQ-VISTO-DOCENTE (IIQ-TOTAL-VISTOS)
    END-IF.

OBTER-PROXIMO-SEQ-INQUERITO.
    MOVE ZERO TO IIQ-PROXIMO-SEQ
    MOVE 'N' TO IIQ-FIM-INQ
    MOVE IIQ-CAMPO-CURSO TO INQ-CURSO-CODE
    MOVE IIQ-CAMPO-SEMESTRE TO INQ-SEMESTRE
    MOVE IIQ-DOCENTE-ID TO INQ-DOCENTE-ID
    MOVE ZERO TO INQ-SEQ
    START INQUERITOS-FILE KEY IS NOT LESS THAN INQ-CHAVE
        INVALID KEY
            MOVE 'Y' TO IIQ-FIM-INQ
    END-START
    PERFORM UNTIL IIQ-FIM-INQ = 'Y'
        READ INQUERITOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO IIQ-FIM-INQ
            NOT AT END
                IF INQ-CURSO-CODE NOT = IIQ-CAMPO-CURSO (1:6)
                    OR INQ-SEMESTRE NOT = IIQ-CAMPO-SEMESTRE (1:6)
                    OR INQ-DOCENTE-ID NOT = IIQ-DOCENTE-ID
                    MOVE 'Y' TO IIQ-FIM-INQ
                ELSE
                    MOVE INQ-SEQ TO IIQ-PROXIMO-SEQ
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO IIQ-PROXIMO-SEQ.

GRAVAR-RESPOSTA-INQUERITO.
    PERFORM OBTER-PROXIMO-SEQ-INQUERITO
    MOVE IIQ-CAMPO-CURSO TO INQ-CURSO-CODE
    MOVE IIQ-CAMPO-SEMESTRE TO INQ-SEMESTRE
    MOVE IIQ-DOCENTE-ID TO INQ-DOCENTE-ID
    MOVE IIQ-PROXIMO-SEQ TO INQ-SEQ
    MOVE IIQ-RESPOSTAS-LIDAS TO INQ-RESPOSTAS
    MOVE IIQ-DATA TO INQ-DATA-IMPORT
    WRITE REGISTO-INQUERITO
        INVALID KEY
            MOVE "I01" TO IIQ-MOTIVO
            PERFORM REJEITAR-LINHA-INQUERITO
        NOT INVALID KEY
            ADD 1 TO IIQ-TOTAL-GRAVADAS
    END-WRITE.

REJEITAR-LINHA-INQUERITO.
    ADD 1 TO IIQ-TOTAL-REJEITADAS
    MOVE SPACES TO LINHA-REJEITADA
    STRING IIQ-MOTIVO DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           IIQ-NUM-LINHA DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           IIQ-CAMPO-CURSO DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           IIQ-CAMPO-SEMESTRE DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           IIQ-CAMPO-DOCENTE DELIMITED BY SPACE
           INTO LINHA-REJEITADA
    WRITE LINHA-REJEITADA.
