*>****************************************************************
*> Author:
*> Date:
*> Purpose: emissao do Suplemento ao Diploma bilingue (portugues /
*>          ingles) para alunos graduados (MASTER-GRADUADO). Junta
*>          o historico de NOTAS-FILE e NOTASARQ, os creditos de
*>          COURSE-FILE e de equivalencias, a ficha de cada curso
*>          (FICHASCURSO.dat, gerir_fichas_curso) e a escala de
*>          avaliacao de ESCALOES.dat. Cada suplemento emitido
*>          fica registado em CERTREG.dat com CERT-TIPO "S", na
*>          mesma numeracao dos certificados, e pode ser
*>          verificado em emitir_certificado ou reimpresso aqui.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. emitir_suplemento.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalunomaster.cbl".
     COPY "slsessao.cbl".
     COPY "slnotas.cbl".
     COPY "slnotasarq.cbl".
     COPY "slcurso.cbl".
     COPY "slfichacurso.cbl".
     COPY "slequivaluno.cbl".
     COPY "slescala.cbl".
     COPY "slcertreg.cbl".

     SELECT SUPLEMENTO-FILE
         ASSIGN TO SUP-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdalunomaster.cbl".
  COPY "fdsessao.cbl".
  COPY "fdnotas.cbl".
  COPY "fdnotasarq.cbl".
  COPY "fdcurso.cbl".
  COPY "fdfichacurso.cbl".
  COPY "fdequivaluno.cbl".
  COPY "fdescala.cbl".
  COPY "fdcertreg.cbl".

  FD SUPLEMENTO-FILE.
  01 LINHA-SUPLEMENTO        PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wssessao.cbl".
  COPY "wsnotas.cbl".
  COPY "wsnotasarq.cbl".
  COPY "wscurso.cbl".
  COPY "wsfichacurso.cbl".
  COPY "wsequivaluno.cbl".
  COPY "wsescala.cbl".
  COPY "wscertreg.cbl".
    77 SUP-OPCAO             PIC 9.
    77 SUP-NOME-FICHEIRO     PIC X(40).
    77 SUP-ID-ALUNO          PIC 9(5).
    77 SUP-ALUNO-OK          PIC X VALUE 'N'.
    77 SUP-NOTA-MINIMA       PIC 99V99 VALUE 10.00.
    77 SUP-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 SUP-CURSOS-ABERTO     PIC X VALUE 'N'.
    77 SUP-FICHAS-ABERTO     PIC X VALUE 'N'.
    77 SUP-CRED-OBTIDOS      PIC 9(4) VALUE ZERO.
    77 SUP-CRED-TENTADOS     PIC 9(4) VALUE ZERO.
    77 SUP-CRED-TRANSF       PIC 9(4) VALUE ZERO.
    77 SUP-SOMA-PONDERADA    PIC 9(7)V99 VALUE ZERO.
    77 SUP-MEDIA-FINAL       PIC 99V99 VALUE ZERO.
    77 SUP-CREDITOS-CURSO    PIC 9(2) VALUE ZERO.
    77 SUP-TOTAL-CURSOS      PIC 9(3) VALUE ZERO.
    77 SUP-MAX-CURSOS        PIC 9(3) VALUE 80.
    77 SUP-IX                PIC 9(3) VALUE ZERO.
    77 SUP-JX                PIC 9 VALUE ZERO.
    77 SUP-NIVEL-MAX         PIC 9 VALUE ZERO.
    77 SUP-DATA              PIC 9(8).
    77 SUP-SEQ               PIC 9(4) VALUE ZERO.
    77 SUP-NUMERO            PIC 9(12).
    77 SUP-NUMERO-BASE       PIC 9(12).
    77 SUP-GRAVOU            PIC X VALUE 'N'.
    77 SUP-ENCONTROU         PIC X VALUE 'N'.
    77 SUP-MEDIA-ED          PIC Z9.99.
    77 SUP-CRED-ED           PIC ZZZ9.
    77 SUP-LIMITE-INF-ED     PIC Z9.99.
    77 SUP-LIMITE-SUP-ED     PIC Z9.99.
    77 SUP-NIVEL-TXT         PIC X(50).
    01 SUP-TABELA-CURSOS.
       05 SUP-CURSO-ENTRADA OCCURS 80 TIMES.
          10 SUP-T-CURSO-CODE PIC X(6).
          10 SUP-T-SEMESTRE   PIC X(6).
          10 SUP-T-MEDIA      PIC 99V99.
          10 SUP-T-CREDITOS   PIC 9(2).

PROCEDURE DIVISION.
COPY "rvalunomaster.cbl".
COPY "rvnotas.cbl".
COPY "rvnotasarq.cbl".
COPY "rvcurso.cbl".
COPY "rvfichacurso.cbl".
COPY "rvequivaluno.cbl".
COPY "rvescala.cbl".
COPY "rvcertreg.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM CARREGAR-ESCALA
    PERFORM MENU-SUPLEMENTOS.
GOBACK.

MENU-SUPLEMENTOS.
    DISPLAY "1 - Emitir suplemento ao diploma"
    DISPLAY "2 - Reimprimir suplemento ao diploma"
    DISPLAY "Escolha uma opcao: " NO ADVANCING
    ACCEPT SUP-OPCAO
    EVALUATE SUP-OPCAO
        WHEN 1
            PERFORM EMITIR-NOVO-SUPLEMENTO
        WHEN 2
            PERFORM REIMPRIMIR-SUPLEMENTO
        WHEN OTHER
            DISPLAY "Opcao invalida."
            MOVE 1 TO RETURN-CODE
    END-EVALUATE.

GARANTIR-CERTREG-FILE.
    OPEN INPUT CERTREG-FILE.
        IF CERTREG-STATUS = "35"
            OPEN OUTPUT CERTREG-FILE
            CLOSE CERTREG-FILE
        ELSE
            IF CERTREG-STATUS = "00"
                CLOSE CERTREG-FILE
            END-IF
        END-IF.

EMITIR-NOVO-SUPLEMENTO.
    PERFORM GARANTIR-CERTREG-FILE
    MOVE 'N' TO SUP-GRAVOU
    DISPLAY "Introduza o ID do aluno: " NO ADVANCING
    ACCEPT SUP-ID-ALUNO
    IF SUP-ID-ALUNO NOT NUMERIC OR SUP-ID-ALUNO = ZERO
        DISPLAY "ID invalido. POR FAVOR INSIRA UM ID DE 1 A 99999."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM LER-ALUNO-SUPLEMENTO
        IF SUP-ALUNO-OK = 'S' AND NOT MASTER-GRADUADO
            DISPLAY "O aluno nao esta graduado. Suplemento recusado."
            MOVE 'N' TO SUP-ALUNO-OK
        END-IF
        IF SUP-ALUNO-OK = 'S' AND MASTER-EM-DIVIDA
            DISPLAY "O aluno tem propinas em divida. A emissao do"
                " suplemento esta bloqueada."
            MOVE 'N' TO SUP-ALUNO-OK
        END-IF
        IF SUP-ALUNO-OK = 'S'
            PERFORM RECOLHER-HISTORICO
            IF SUP-TOTAL-CURSOS = ZERO
                DISPLAY "O aluno nao tem cursos avaliados."
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM ATRIBUIR-NUMERO-SUPLEMENTO
                PERFORM REGISTAR-SUPLEMENTO
                IF SUP-GRAVOU = 'S'
                    PERFORM IMPRIMIR-SUPLEMENTO
                    DISPLAY "Suplemento " SUP-NUMERO
                        " emitido para " MASTER-NOME-ALUNO
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 1 TO RETURN-CODE
                END-IF
            END-IF
        ELSE
            MOVE 1 TO RETURN-CODE
        END-IF
    END-IF.

LER-ALUNO-SUPLEMENTO.
    MOVE 'N' TO SUP-ALUNO-OK
    MOVE SUP-ID-ALUNO TO MASTER-ID-ALUNO
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                DISPLAY "Aluno nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO SUP-ALUNO-OK
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

RECOLHER-HISTORICO.
*> cursos avaliados em NOTAS-FILE e no arquivo NOTASARQ, com os
*> creditos de COURSE-FILE; a media final e ponderada pelos creditos
*> de todos os cursos avaliados, como no certificado de conclusao.
    MOVE ZERO TO SUP-TOTAL-CURSOS
    MOVE ZERO TO SUP-CRED-OBTIDOS
    MOVE ZERO TO SUP-CRED-TENTADOS
    MOVE ZERO TO SUP-SOMA-PONDERADA
    MOVE ZERO TO SUP-MEDIA-FINAL
    MOVE 'N' TO SUP-CURSOS-ABERTO
    OPEN INPUT COURSE-FILE
    IF CURSO-STATUS = "00"
        MOVE 'S' TO SUP-CURSOS-ABERTO
    END-IF
    MOVE 'N' TO SUP-FIM-FICHEIRO
    OPEN INPUT NOTAS-FILE.
    IF NOTASFILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir NOTAS-FILE. Status: " NOTASFILE-STATUS
    ELSE
        MOVE SUP-ID-ALUNO TO NOTA-ID-ALUNO
        MOVE LOW-VALUES TO NOTA-CURSO-SEM
        START NOTAS-FILE KEY IS NOT LESS THAN NOTA-CHAVE
            INVALID KEY
                MOVE 'Y' TO SUP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SUP-FIM-FICHEIRO = 'Y'
            READ NOTAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO SUP-FIM-FICHEIRO
                NOT AT END
                    IF NOTA-ID-ALUNO NOT = SUP-ID-ALUNO
                        MOVE 'Y' TO SUP-FIM-FICHEIRO
                    ELSE
                        PERFORM ACUMULAR-CURSO-SUPLEMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTAS-FILE
    END-IF
    MOVE 'N' TO SUP-FIM-FICHEIRO
    OPEN INPUT NOTAS-ARQ-FILE.
    IF NOTASARQ-STATUS = "00"
        MOVE SUP-ID-ALUNO TO ARQN-ID-ALUNO
        MOVE LOW-VALUES TO ARQN-CURSO-SEM
        START NOTAS-ARQ-FILE KEY IS NOT LESS THAN ARQN-CHAVE
            INVALID KEY
                MOVE 'Y' TO SUP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SUP-FIM-FICHEIRO = 'Y'
            READ NOTAS-ARQ-FILE NEXT RECORD
                AT END MOVE 'Y' TO SUP-FIM-FICHEIRO
                NOT AT END
                    IF ARQN-ID-ALUNO NOT = SUP-ID-ALUNO
                        MOVE 'Y' TO SUP-FIM-FICHEIRO
                    ELSE
                        MOVE REGISTO-NOTA-ARQ TO REGISTO-NOTA
                        PERFORM ACUMULAR-CURSO-SUPLEMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTAS-ARQ-FILE
    END-IF
    IF SUP-CURSOS-ABERTO = 'S'
        CLOSE COURSE-FILE
    END-IF
    PERFORM SOMAR-CREDITOS-EQUIVALENCIA
    IF SUP-CRED-TENTADOS NOT = ZERO
        COMPUTE SUP-MEDIA-FINAL ROUNDED =
            SUP-SOMA-PONDERADA / SUP-CRED-TENTADOS
    END-IF.

ACUMULAR-CURSO-SUPLEMENTO.
    MOVE 1 TO SUP-CREDITOS-CURSO
    IF SUP-CURSOS-ABERTO = 'S'
        MOVE NOTA-CURSO-CODE TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CURSO-CREDITOS TO SUP-CREDITOS-CURSO
        END-READ
    END-IF
    ADD SUP-CREDITOS-CURSO TO SUP-CRED-TENTADOS
    COMPUTE SUP-SOMA-PONDERADA =
        SUP-SOMA-PONDERADA + MEDIANOTA * SUP-CREDITOS-CURSO
    IF MEDIANOTA NOT < SUP-NOTA-MINIMA
        ADD SUP-CREDITOS-CURSO TO SUP-CRED-OBTIDOS
    END-IF
    IF SUP-TOTAL-CURSOS < SUP-MAX-CURSOS
        ADD 1 TO SUP-TOTAL-CURSOS
        MOVE NOTA-CURSO-CODE TO SUP-T-CURSO-CODE (SUP-TOTAL-CURSOS)
        MOVE NOTA-SEMESTRE TO SUP-T-SEMESTRE (SUP-TOTAL-CURSOS)
        MOVE MEDIANOTA TO SUP-T-MEDIA (SUP-TOTAL-CURSOS)
        MOVE SUP-CREDITOS-CURSO TO SUP-T-CREDITOS (SUP-TOTAL-CURSOS)
    ELSE
        DISPLAY "Aviso: limite de " SUP-MAX-CURSOS " cursos no"
            " suplemento; curso " NOTA-CURSO-CODE " omitido."
    END-IF.

SOMAR-CREDITOS-EQUIVALENCIA.
*> os creditos transferidos contam como obtidos e sao indicados na
*> informacao adicional; nao entram na media por nao terem nota.
    MOVE ZERO TO SUP-CRED-TRANSF
    MOVE 'N' TO SUP-FIM-FICHEIRO
    OPEN INPUT EQUIV-ALUNO-FILE.
    IF EQUIVALUNO-STATUS = "00"
        MOVE SUP-ID-ALUNO TO EQA-ID-ALUNO
        MOVE LOW-VALUES TO EQA-CURSO-CODE
        START EQUIV-ALUNO-FILE KEY IS NOT LESS THAN EQA-CHAVE
            INVALID KEY
                MOVE 'Y' TO SUP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SUP-FIM-FICHEIRO = 'Y'
            READ EQUIV-ALUNO-FILE NEXT RECORD
                AT END MOVE 'Y' TO SUP-FIM-FICHEIRO
                NOT AT END
                    IF EQA-ID-ALUNO NOT = SUP-ID-ALUNO
                        MOVE 'Y' TO SUP-FIM-FICHEIRO
                    ELSE
                        ADD EQA-CREDITOS TO SUP-CRED-TRANSF
                        ADD EQA-CREDITOS TO SUP-CRED-OBTIDOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EQUIV-ALUNO-FILE
    END-IF.

ATRIBUIR-NUMERO-SUPLEMENTO.
    ACCEPT SUP-DATA FROM DATE YYYYMMDD
    COMPUTE SUP-NUMERO-BASE = SUP-DATA * 10000
    MOVE ZERO TO SUP-SEQ
    MOVE 'N' TO SUP-FIM-FICHEIRO
    OPEN INPUT CERTREG-FILE.
    IF CERTREG-STATUS = "00"
        MOVE SUP-NUMERO-BASE TO CERT-NUMERO
        START CERTREG-FILE KEY IS NOT LESS THAN CERT-NUMERO
            INVALID KEY
                MOVE 'Y' TO SUP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SUP-FIM-FICHEIRO = 'Y'
            READ CERTREG-FILE NEXT RECORD
                AT END MOVE 'Y' TO SUP-FIM-FICHEIRO
                NOT AT END
                    IF CERT-NUMERO > SUP-NUMERO-BASE + 9999
                        MOVE 'Y' TO SUP-FIM-FICHEIRO
                    ELSE
                        COMPUTE SUP-SEQ = CERT-NUMERO - SUP-NUMERO-BASE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CERTREG-FILE
    END-IF
    ADD 1 TO SUP-SEQ
    COMPUTE SUP-NUMERO = SUP-NUMERO-BASE + SUP-SEQ.

REGISTAR-SUPLEMENTO.
    MOVE ZERO TO CERTREG-TENTATIVAS
    MOVE "99" TO CERTREG-STATUS
    PERFORM UNTIL CERTREG-STATUS = "00" OR CERTREG-TENTATIVAS = 5
        OPEN I-O CERTREG-FILE
        IF CERTREG-STATUS NOT = "00"
            ADD 1 TO CERTREG-TENTATIVAS
        END-IF
    END-PERFORM
    IF CERTREG-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CERTREG-FILE. Status: " CERTREG-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SUP-NUMERO        TO CERT-NUMERO
        MOVE SUP-ID-ALUNO      TO CERT-ID-ALUNO
        MOVE MASTER-NOME-ALUNO TO CERT-NOME-ALUNO
        MOVE SUP-DATA          TO CERT-DATA-EMISSAO
        MOVE SUP-CRED-OBTIDOS  TO CERT-CREDITOS
        MOVE SUP-MEDIA-FINAL   TO CERT-MEDIA
        MOVE ZERO              TO CERT-REIMPRESSOES
        MOVE "S"               TO CERT-TIPO
        WRITE REGISTO-CERTIFICADO
            INVALID KEY
                DISPLAY "Erro: numero de suplemento duplicado."
            NOT INVALID KEY
                MOVE 'S' TO SUP-GRAVOU
        END-WRITE
        CLOSE CERTREG-FILE
    END-IF.

REIMPRIMIR-SUPLEMENTO.
*> o suplemento e refeito a partir do historico atual, mantendo o
*> numero, a data, os creditos e a media registados na emissao.
    PERFORM GARANTIR-CERTREG-FILE
    MOVE 'N' TO SUP-ENCONTROU
    DISPLAY "Introduza o numero do suplemento a reimprimir: "
        NO ADVANCING
    ACCEPT SUP-NUMERO
    MOVE ZERO TO CERTREG-TENTATIVAS
    MOVE "99" TO CERTREG-STATUS
    PERFORM UNTIL CERTREG-STATUS = "00" OR CERTREG-TENTATIVAS = 5
        OPEN I-O CERTREG-FILE
        IF CERTREG-STATUS NOT = "00"
            ADD 1 TO CERTREG-TENTATIVAS
        END-IF
    END-PERFORM
    IF CERTREG-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CERTREG-FILE. Status: " CERTREG-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SUP-NUMERO TO CERT-NUMERO
        READ CERTREG-FILE KEY IS CERT-NUMERO
            INVALID KEY
                DISPLAY "Suplemento nao encontrado no registo."
            NOT INVALID KEY
                IF NOT CERT-SUPLEMENTO
                    DISPLAY "O numero e de um certificado;"
                        " reimprima-o em emitir_certificado."
                ELSE
                    MOVE 'S' TO SUP-ENCONTROU
                    ADD 1 TO CERT-REIMPRESSOES
                    REWRITE REGISTO-CERTIFICADO
                END-IF
        END-READ
        CLOSE CERTREG-FILE
        IF SUP-ENCONTROU = 'S'
            MOVE CERT-ID-ALUNO TO SUP-ID-ALUNO
            PERFORM LER-ALUNO-SUPLEMENTO
            PERFORM RECOLHER-HISTORICO
            MOVE CERT-CREDITOS TO SUP-CRED-OBTIDOS
            MOVE CERT-MEDIA TO SUP-MEDIA-FINAL
            PERFORM IMPRIMIR-SUPLEMENTO
            DISPLAY "Suplemento reimpresso."
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 1 TO RETURN-CODE
        END-IF
    END-IF.

IMPRIMIR-SUPLEMENTO.
    MOVE SPACES TO SUP-NOME-FICHEIRO
    STRING "SUPLEMENTO-" DELIMITED BY SIZE
           CERT-NUMERO    DELIMITED BY SIZE
           ".dat"         DELIMITED BY SIZE
           INTO SUP-NOME-FICHEIRO
    OPEN OUTPUT SUPLEMENTO-FILE
    MOVE 'N' TO SUP-CURSOS-ABERTO
    OPEN INPUT COURSE-FILE
    IF CURSO-STATUS = "00"
        MOVE 'S' TO SUP-CURSOS-ABERTO
    END-IF
    MOVE 'N' TO SUP-FICHAS-ABERTO
    OPEN INPUT FICHAS-CURSO-FILE
    IF FICHASCURSO-STATUS = "00"
        MOVE 'S' TO SUP-FICHAS-ABERTO
    END-IF
    PERFORM DETERMINAR-NIVEL-QUALIFICACAO
    PERFORM IMPRIMIR-TITULAR
    PERFORM IMPRIMIR-QUALIFICACAO
    PERFORM IMPRIMIR-CONTEUDOS
    PERFORM IMPRIMIR-ESCALA
    PERFORM IMPRIMIR-INFO-ADICIONAL
    PERFORM IMPRIMIR-CERTIFICACAO
    IF SUP-CURSOS-ABERTO = 'S'
        CLOSE COURSE-FILE
    END-IF
    IF SUP-FICHAS-ABERTO = 'S'
        CLOSE FICHAS-CURSO-FILE
    END-IF
    CLOSE SUPLEMENTO-FILE
    DISPLAY "Documento gravado em " SUP-NOME-FICHEIRO.

DETERMINAR-NIVEL-QUALIFICACAO.
*> o nivel da qualificacao e o ciclo mais alto indicado nas fichas
*> dos cursos frequentados.
    MOVE ZERO TO SUP-NIVEL-MAX
    IF SUP-FICHAS-ABERTO = 'S'
        PERFORM VARYING SUP-IX FROM 1 BY 1
            UNTIL SUP-IX > SUP-TOTAL-CURSOS
            MOVE SUP-T-CURSO-CODE (SUP-IX) TO FCU-CURSO-CODE
            READ FICHAS-CURSO-FILE KEY IS FCU-CURSO-CODE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FCU-NIVEL > SUP-NIVEL-MAX
                        MOVE FCU-NIVEL TO SUP-NIVEL-MAX
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    EVALUATE SUP-NIVEL-MAX
        WHEN 1
            MOVE "1o ciclo / First cycle (Bachelor)" TO SUP-NIVEL-TXT
        WHEN 2
            MOVE "2o ciclo / Second cycle (Master)" TO SUP-NIVEL-TXT
        WHEN 3
            MOVE "3o ciclo / Third cycle (Doctorate)" TO SUP-NIVEL-TXT
        WHEN OTHER
            MOVE "Nao indicado / Not stated" TO SUP-NIVEL-TXT
    END-EVALUATE.

IMPRIMIR-TITULAR.
    MOVE ALL "=" TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "         SUPLEMENTO AO DIPLOMA / DIPLOMA SUPPLEMENT"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE ALL "=" TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "1. TITULAR DA QUALIFICACAO / HOLDER OF THE QUALIFICATION"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Nome / Name: " DELIMITED BY SIZE
           MASTER-NOME-ALUNO DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Numero de aluno / Student number: " DELIMITED BY SIZE
           MASTER-ID-ALUNO DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

IMPRIMIR-QUALIFICACAO.
    MOVE "2. QUALIFICACAO / QUALIFICATION" TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Plano de estudos / Study programme: " DELIMITED BY SIZE
           MASTER-PLANO DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Nivel / Level: " DELIMITED BY SIZE
           SUP-NIVEL-TXT DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Situacao / Status: Graduado / Graduated, em / on "
               DELIMITED BY SIZE
           MASTER-ESTADO-DATA DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

IMPRIMIR-CONTEUDOS.
    MOVE "3. CONTEUDOS E RESULTADOS / CONTENTS AND RESULTS"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "   Curso   Semestre Creditos  Media  Designacao / Course title"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    PERFORM VARYING SUP-IX FROM 1 BY 1
        UNTIL SUP-IX > SUP-TOTAL-CURSOS
        PERFORM IMPRIMIR-LINHA-CURSO
    END-PERFORM
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SUP-CRED-OBTIDOS TO SUP-CRED-ED
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Creditos obtidos / Credits obtained: " DELIMITED BY SIZE
           SUP-CRED-ED DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SUP-MEDIA-FINAL TO SUP-MEDIA-ED
    MOVE SUP-MEDIA-FINAL TO ESCALA-MEDIA-IN
    PERFORM CLASSIFICAR-MEDIA
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Media final / Final average: " DELIMITED BY SIZE
           SUP-MEDIA-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           ESCALA-NOME-OUT DELIMITED BY "  "
           ")" DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

IMPRIMIR-LINHA-CURSO.
    MOVE SPACES TO CURSO-NOME
    IF SUP-CURSOS-ABERTO = 'S'
        MOVE SUP-T-CURSO-CODE (SUP-IX) TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                MOVE SPACES TO CURSO-NOME
        END-READ
    END-IF
    MOVE SUP-T-CREDITOS (SUP-IX) TO SUP-CRED-ED
    MOVE SUP-T-MEDIA (SUP-IX) TO SUP-MEDIA-ED
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   " DELIMITED BY SIZE
           SUP-T-CURSO-CODE (SUP-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SUP-T-SEMESTRE (SUP-IX) DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           SUP-CRED-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SUP-MEDIA-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CURSO-NOME DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    IF SUP-FICHAS-ABERTO = 'S'
        MOVE SUP-T-CURSO-CODE (SUP-IX) TO FCU-CURSO-CODE
        READ FICHAS-CURSO-FILE KEY IS FCU-CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM IMPRIMIR-FICHA-CURSO
        END-READ
    END-IF.

IMPRIMIR-FICHA-CURSO.
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "           EN: " DELIMITED BY SIZE
           FCU-NOME-EN DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "           Area / Field: " DELIMITED BY SIZE
           FCU-AREA DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    PERFORM VARYING SUP-JX FROM 1 BY 1 UNTIL SUP-JX > 3
        IF FCU-RESULTADO-TXT (SUP-JX) NOT = SPACES
            MOVE SPACES TO LINHA-SUPLEMENTO
            STRING "           - " DELIMITED BY SIZE
                   FCU-RESULTADO-TXT (SUP-JX) DELIMITED BY SIZE
                   INTO LINHA-SUPLEMENTO
            WRITE LINHA-SUPLEMENTO
        END-IF
    END-PERFORM.

IMPRIMIR-ESCALA.
    MOVE "4. ESCALA DE CLASSIFICACAO / GRADING SCALE"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "   Escala de 0 a 20 valores; aprovacao a partir de 10."
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "   Scale from 0 to 20; pass mark 10."
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    PERFORM VARYING ESCALA-IDX FROM 1 BY 1
        UNTIL ESCALA-IDX > ESCALA-TOTAL
        MOVE ESCALA-INF-TAB (ESCALA-IDX) TO SUP-LIMITE-INF-ED
        MOVE ESCALA-SUP-TAB (ESCALA-IDX) TO SUP-LIMITE-SUP-ED
        MOVE SPACES TO LINHA-SUPLEMENTO
        STRING "   " DELIMITED BY SIZE
               SUP-LIMITE-INF-ED DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               SUP-LIMITE-SUP-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ESCALA-NOME-TAB (ESCALA-IDX) DELIMITED BY SIZE
               INTO LINHA-SUPLEMENTO
        WRITE LINHA-SUPLEMENTO
    END-PERFORM
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

IMPRIMIR-INFO-ADICIONAL.
    MOVE "5. INFORMACAO ADICIONAL / ADDITIONAL INFORMATION"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SUP-CRED-TRANSF TO SUP-CRED-ED
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Creditos por equivalencia / Credits by recognition: "
               DELIMITED BY SIZE
           SUP-CRED-ED DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    IF SUP-TOTAL-CURSOS = SUP-MAX-CURSOS
        MOVE "   Lista de cursos truncada / Course list truncated."
            TO LINHA-SUPLEMENTO
        WRITE LINHA-SUPLEMENTO
    END-IF
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

IMPRIMIR-CERTIFICACAO.
    MOVE "6. CERTIFICACAO / CERTIFICATION" TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Numero de verificacao / Verification number: "
               DELIMITED BY SIZE
           CERT-NUMERO DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    STRING "   Data de emissao / Date of issue: " DELIMITED BY SIZE
           CERT-DATA-EMISSAO DELIMITED BY SIZE
           INTO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE SPACES TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO
    MOVE "   O Director / The Director: ______________________________"
        TO LINHA-SUPLEMENTO
    WRITE LINHA-SUPLEMENTO.

COPY "pescala.cbl".

COPY "psessao.cbl".
