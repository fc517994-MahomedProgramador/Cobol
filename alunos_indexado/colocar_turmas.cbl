*>****************************************************************
*> Author:
*> Date:
*> Purpose: colocacao em lote dos alunos nas turmas de um curso/
*>          semestre a partir das preferencias registadas em
*>          gerir_turmas (PREFTURMA.dat, ate tres turmas por
*>          ordem). Os pedidos sao tratados por ordem de registo;
*>          cada aluno fica na primeira turma escolhida que ainda
*>          tenha lugar (TUR-CAPACIDADE, contando quem ja la esta)
*>          e cujo horario (HORARIOS.dat) nao choque com as aulas
*>          das suas outras matriculas no semestre. Quem nao cabe
*>          em nenhuma vai para a lista de espera da primeira
*>          escolha (TURMAESPERA.dat). O relatorio final
*>          (COLOCACAO-<curso>-<semestre>.dat) lista cada aluno e
*>          quantos ficaram na 1a, 2a e 3a escolha.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. colocar_turmas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slprefturma.cbl".
     COPY "slturma.cbl".
     COPY "slturmaaluno.cbl".
     COPY "slturmaespera.cbl".
     COPY "slmatricula.cbl".
     COPY "slhorario.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT COLOCACAO-FILE
         ASSIGN TO CTU-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdprefturma.cbl".
  COPY "fdturma.cbl".
  COPY "fdturmaaluno.cbl".
  COPY "fdturmaespera.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdhorario.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD COLOCACAO-FILE.
  01 LINHA-COLOCACAO         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsprefturma.cbl".
  COPY "wsturma.cbl".
  COPY "wsturmaaluno.cbl".
  COPY "wsturmaespera.cbl".
  COPY "wsmatricula.cbl".
  COPY "wshorario.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 CTU-NOME-FICHEIRO     PIC X(40).
    77 CTU-CURSO             PIC X(6).
    77 CTU-SEMESTRE          PIC X(6).
    77 CTU-DATA              PIC 9(8).
    77 CTU-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 CTU-FIM-MAT           PIC X VALUE 'N'.
    77 CTU-FIM-HOR           PIC X VALUE 'N'.
    77 CTU-FIM-ESPERA        PIC X VALUE 'N'.
    77 CTU-FICHEIROS-OK      PIC X VALUE 'N'.
    77 CTU-QTD-TURMAS        PIC 9(2) VALUE ZERO.
    77 CTU-TX                PIC 9(2).
    77 CTU-TURMA-ACHOU       PIC 9(2).
    77 CTU-PX                PIC 9.
    77 CTU-ESCOLHA           PIC 9.
    77 CTU-SECCAO            PIC X(2).
    77 CTU-MAT-OK            PIC X VALUE 'N'.
    77 CTU-CHOQUE            PIC X VALUE 'N'.
    77 CTU-CURSO-OUTRO       PIC X(6).
    77 CTU-SECCAO-OUTRA      PIC X(2).
    77 CTU-QTD-HOR           PIC 9(2) VALUE ZERO.
    77 CTU-HX                PIC 9(2).
    77 CTU-ULTIMO-SEQ        PIC 9(3) VALUE ZERO.
    77 CTU-TOTAL-PEDIDOS     PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-ESCOLHA-1   PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-ESCOLHA-2   PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-ESCOLHA-3   PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-ESPERA      PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-JA-COLOC    PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-SEM-MAT     PIC 9(5) VALUE ZERO.
    77 CTU-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 CTU-RESULTADO-TXT     PIC X(30).

    01 CTU-TURMAS-TAB.
       05 CTU-TURMA-ENT OCCURS 20 TIMES.
          10 CTU-TUR-SECCAO     PIC X(2).
          10 CTU-TUR-CAPACIDADE PIC 9(3).
          10 CTU-TUR-INSCRITOS  PIC 9(3).
    01 CTU-HORARIO-TAB.
       05 CTU-HOR-ENT OCCURS 20 TIMES.
          10 CTU-HOR-DIA        PIC 9.
          10 CTU-HOR-INI        PIC 9(4).
          10 CTU-HOR-TERMO      PIC 9(4).

PROCEDURE DIVISION.
COPY "rvprefturma.cbl".
COPY "rvturma.cbl".
COPY "rvturmaaluno.cbl".
COPY "rvturmaespera.cbl".
COPY "rvmatricula.cbl".
COPY "rvhorario.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para colocar alunos em turmas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT CTU-DATA FROM DATE YYYYMMDD
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT CTU-CURSO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT CTU-SEMESTRE
    PERFORM CARREGAR-TURMAS
    IF CTU-QTD-TURMAS = ZERO
        DISPLAY "Nao ha turmas ativas para " CTU-CURSO " "
            CTU-SEMESTRE "."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM COLOCAR-ALUNOS
    END-IF.
GOBACK.

CARREGAR-TURMAS.
*> turmas ativas do curso com a ocupacao atual de cada uma.
    MOVE ZERO TO CTU-QTD-TURMAS
    MOVE 'N' TO CTU-FIM-FICHEIRO
    OPEN INPUT TURMAS-FILE.
    IF TURMAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir TURMAS-FILE. Status: " TURMAS-STATUS
    ELSE
        MOVE CTU-CURSO TO TUR-CURSO-CODE
        MOVE CTU-SEMESTRE TO TUR-SEMESTRE
        MOVE SPACES TO TUR-SECCAO
        START TURMAS-FILE KEY IS NOT LESS THAN TUR-CHAVE
            INVALID KEY
                MOVE 'Y' TO CTU-FIM-FICHEIRO
        END-START
        PERFORM UNTIL CTU-FIM-FICHEIRO = 'Y'
            READ TURMAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO CTU-FIM-FICHEIRO
                NOT AT END
                    IF TUR-CURSO-CODE NOT = CTU-CURSO
                        OR TUR-SEMESTRE NOT = CTU-SEMESTRE
                        MOVE 'Y' TO CTU-FIM-FICHEIRO
                    ELSE
                        IF TUR-ATIVA AND CTU-QTD-TURMAS < 20
                            ADD 1 TO CTU-QTD-TURMAS
                            MOVE TUR-SECCAO
                                TO CTU-TUR-SECCAO (CTU-QTD-TURMAS)
                            MOVE TUR-CAPACIDADE
                                TO CTU-TUR-CAPACIDADE (CTU-QTD-TURMAS)
                            MOVE ZERO
                                TO CTU-TUR-INSCRITOS (CTU-QTD-TURMAS)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TURMAS-FILE
    END-IF
    IF CTU-QTD-TURMAS > ZERO
        MOVE 'N' TO CTU-FIM-FICHEIRO
        OPEN INPUT TURMA-ALUNO-FILE
        IF TURMAALUNO-STATUS = "00"
            PERFORM UNTIL CTU-FIM-FICHEIRO = 'Y'
                READ TURMA-ALUNO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO CTU-FIM-FICHEIRO
                    NOT AT END
                        IF TAL-CURSO-CODE = CTU-CURSO
                            AND TAL-SEMESTRE = CTU-SEMESTRE
                            MOVE TAL-SECCAO TO CTU-SECCAO
                            PERFORM PROCURAR-TURMA
                            IF CTU-TURMA-ACHOU NOT = ZERO
                                ADD 1 TO
                                    CTU-TUR-INSCRITOS (CTU-TURMA-ACHOU)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO-FILE
        END-IF
    END-IF.

PROCURAR-TURMA.
    MOVE ZERO TO CTU-TURMA-ACHOU
    PERFORM VARYING CTU-TX FROM 1 BY 1
        UNTIL CTU-TX > CTU-QTD-TURMAS
        IF CTU-TUR-SECCAO (CTU-TX) = CTU-SECCAO
            MOVE CTU-TX TO CTU-TURMA-ACHOU
        END-IF
    END-PERFORM.

COLOCAR-ALUNOS.
    PERFORM ABRIR-FICHEIROS-COLOCACAO
    IF CTU-FICHEIROS-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        STRING "COLOCACAO-"  DELIMITED BY SIZE
               CTU-CURSO     DELIMITED BY SPACE
               "-"           DELIMITED BY SIZE
               CTU-SEMESTRE  DELIMITED BY SPACE
               ".dat"        DELIMITED BY SIZE
               INTO CTU-NOME-FICHEIRO
        OPEN OUTPUT COLOCACAO-FILE
        PERFORM ESCREVER-CABECALHO-COLOCACAO
        MOVE 'N' TO CTU-FIM-FICHEIRO
        MOVE CTU-CURSO TO PTU-CURSO-CODE
        MOVE CTU-SEMESTRE TO PTU-SEMESTRE
        START PREF-TURMA-FILE KEY IS NOT LESS THAN PTU-CURSO-SEM
            INVALID KEY
                MOVE 'Y' TO CTU-FIM-FICHEIRO
        END-START
        PERFORM UNTIL CTU-FIM-FICHEIRO = 'Y'
            READ PREF-TURMA-FILE NEXT RECORD
                AT END MOVE 'Y' TO CTU-FIM-FICHEIRO
                NOT AT END
                    IF PTU-CURSO-CODE NOT = CTU-CURSO
                        OR PTU-SEMESTRE NOT = CTU-SEMESTRE
                        MOVE 'Y' TO CTU-FIM-FICHEIRO
                    ELSE
                        IF PTU-PENDENTE
                            PERFORM COLOCAR-PEDIDO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        PERFORM ESCREVER-RESUMO-COLOCACAO
        CLOSE COLOCACAO-FILE
        PERFORM FECHAR-FICHEIROS-COLOCACAO
        MOVE "colocar_turmas" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        STRING CTU-CURSO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CTU-SEMESTRE DELIMITED BY SPACE
               INTO SPR-PARAMETROS
        MOVE CTU-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE CTU-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de colocacao gravado em "
            CTU-NOME-FICHEIRO
        IF CTU-TOTAL-ESPERA > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ABRIR-FICHEIROS-COLOCACAO.
    MOVE 'N' TO CTU-FICHEIROS-OK
    MOVE ZERO TO PREFTURMA-TENTATIVAS
    MOVE "99" TO PREFTURMA-STATUS
    PERFORM UNTIL PREFTURMA-STATUS = "00"
        OR PREFTURMA-TENTATIVAS = 5
        OPEN I-O PREF-TURMA-FILE
        IF PREFTURMA-STATUS NOT = "00"
            ADD 1 TO PREFTURMA-TENTATIVAS
        END-IF
    END-PERFORM
    IF PREFTURMA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PREF-TURMA-FILE. Status: "
            PREFTURMA-STATUS
    ELSE
        MOVE ZERO TO TURMAALUNO-TENTATIVAS
        MOVE "99" TO TURMAALUNO-STATUS
        PERFORM UNTIL TURMAALUNO-STATUS = "00"
            OR TURMAALUNO-TENTATIVAS = 5
            OPEN I-O TURMA-ALUNO-FILE
            IF TURMAALUNO-STATUS NOT = "00"
                ADD 1 TO TURMAALUNO-TENTATIVAS
            END-IF
        END-PERFORM
        IF TURMAALUNO-STATUS NOT = "00"
            DISPLAY "Erro ao abrir TURMA-ALUNO-FILE. Status: "
                TURMAALUNO-STATUS
            CLOSE PREF-TURMA-FILE
        ELSE
            MOVE ZERO TO TURMAESPERA-TENTATIVAS
            MOVE "99" TO TURMAESPERA-STATUS
            PERFORM UNTIL TURMAESPERA-STATUS = "00"
                OR TURMAESPERA-TENTATIVAS = 5
                OPEN I-O TURMA-ESPERA-FILE
                IF TURMAESPERA-STATUS NOT = "00"
                    ADD 1 TO TURMAESPERA-TENTATIVAS
                END-IF
            END-PERFORM
            IF TURMAESPERA-STATUS NOT = "00"
                DISPLAY "Erro ao abrir TURMA-ESPERA-FILE. Status: "
                    TURMAESPERA-STATUS
                CLOSE TURMA-ALUNO-FILE
                CLOSE PREF-TURMA-FILE
            ELSE
                OPEN INPUT MATRICULAS-FILE
                OPEN INPUT HORARIOS-FILE
                MOVE 'S' TO CTU-FICHEIROS-OK
            END-IF
        END-IF
    END-IF.

FECHAR-FICHEIROS-COLOCACAO.
    IF HORARIOS-STATUS = "00"
        CLOSE HORARIOS-FILE
    END-IF
    IF MATRICULAS-STATUS = "00"
        CLOSE MATRICULAS-FILE
    END-IF
    CLOSE TURMA-ESPERA-FILE
    CLOSE TURMA-ALUNO-FILE
    CLOSE PREF-TURMA-FILE.

COLOCAR-PEDIDO.
    ADD 1 TO CTU-TOTAL-PEDIDOS
    MOVE SPACES TO PTU-SECCAO-ATRIBUIDA
    PERFORM VALIDAR-MATRICULA-PEDIDO
    IF CTU-MAT-OK = 'N'
        MOVE "M" TO PTU-RESULTADO
        ADD 1 TO CTU-TOTAL-SEM-MAT
        MOVE "sem matricula ativa" TO CTU-RESULTADO-TXT
    ELSE
        MOVE PTU-ID-ALUNO TO TAL-ID-ALUNO
        MOVE CTU-CURSO TO TAL-CURSO-CODE
        MOVE CTU-SEMESTRE TO TAL-SEMESTRE
        READ TURMA-ALUNO-FILE KEY IS TAL-CHAVE
            INVALID KEY
                PERFORM ESCOLHER-TURMA
            NOT INVALID KEY
                MOVE "J" TO PTU-RESULTADO
                MOVE TAL-SECCAO TO PTU-SECCAO-ATRIBUIDA
                ADD 1 TO CTU-TOTAL-JA-COLOC
                MOVE "ja estava colocado" TO CTU-RESULTADO-TXT
        END-READ
    END-IF
    REWRITE REGISTO-PREF-TURMA
    PERFORM ESCREVER-LINHA-PEDIDO.

VALIDAR-MATRICULA-PEDIDO.
    MOVE 'N' TO CTU-MAT-OK
    IF MATRICULAS-STATUS = "00"
        MOVE PTU-ID-ALUNO TO MAT-ID-ALUNO
        MOVE CTU-CURSO TO MAT-CURSO-CODE
        MOVE CTU-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MAT-ATIVA
                    MOVE 'S' TO CTU-MAT-OK
                END-IF
        END-READ
    END-IF.

ESCOLHER-TURMA.
*> primeira preferencia com lugar e sem choque de horario; sem
*> nenhuma, o aluno fica em espera na primeira escolha.
    MOVE ZERO TO CTU-ESCOLHA
    PERFORM AVALIAR-PREFERENCIA
        VARYING CTU-PX FROM 1 BY 1
        UNTIL CTU-PX > 3 OR CTU-ESCOLHA NOT = ZERO
    IF CTU-ESCOLHA NOT = ZERO
        MOVE PTU-SECCAO-PREF (CTU-ESCOLHA) TO CTU-SECCAO
        PERFORM GRAVAR-COLOCACAO-PEDIDO
        MOVE CTU-ESCOLHA TO PTU-RESULTADO
        MOVE CTU-SECCAO TO PTU-SECCAO-ATRIBUIDA
        EVALUATE CTU-ESCOLHA
            WHEN 1
                ADD 1 TO CTU-TOTAL-ESCOLHA-1
                MOVE "1a escolha" TO CTU-RESULTADO-TXT
            WHEN 2
                ADD 1 TO CTU-TOTAL-ESCOLHA-2
                MOVE "2a escolha" TO CTU-RESULTADO-TXT
            WHEN OTHER
                ADD 1 TO CTU-TOTAL-ESCOLHA-3
                MOVE "3a escolha" TO CTU-RESULTADO-TXT
        END-EVALUATE
    ELSE
        MOVE PTU-SECCAO-PREF (1) TO CTU-SECCAO
        PERFORM POR-PEDIDO-EM-ESPERA
        MOVE "E" TO PTU-RESULTADO
        ADD 1 TO CTU-TOTAL-ESPERA
        MOVE "lista de espera" TO CTU-RESULTADO-TXT
    END-IF.

AVALIAR-PREFERENCIA.
    IF PTU-SECCAO-PREF (CTU-PX) NOT = SPACES
        MOVE PTU-SECCAO-PREF (CTU-PX) TO CTU-SECCAO
        PERFORM PROCURAR-TURMA
        IF CTU-TURMA-ACHOU NOT = ZERO
            IF CTU-TUR-INSCRITOS (CTU-TURMA-ACHOU)
                < CTU-TUR-CAPACIDADE (CTU-TURMA-ACHOU)
                PERFORM VERIFICAR-CHOQUE-TURMA
                IF CTU-CHOQUE = 'N'
                    MOVE CTU-PX TO CTU-ESCOLHA
                END-IF
            END-IF
        END-IF
    END-IF.

VERIFICAR-CHOQUE-TURMA.
*> aulas da turma candidata (linhas da propria turma e linhas
*> comuns do curso) contra as aulas das outras matriculas ativas
*> do aluno no semestre, na turma em que ja esteja colocado.
    MOVE 'N' TO CTU-CHOQUE
    IF HORARIOS-STATUS = "00"
        MOVE ZERO TO CTU-QTD-HOR
        PERFORM CARREGAR-HORARIO-TURMA
        IF CTU-QTD-HOR > ZERO
            PERFORM COMPARAR-MATRICULAS-ALUNO
        END-IF
    END-IF.

CARREGAR-HORARIO-TURMA.
    MOVE 'N' TO CTU-FIM-HOR
    MOVE CTU-CURSO TO HOR-CURSO-CODE
    MOVE CTU-SEMESTRE TO HOR-SEMESTRE
    MOVE ZERO TO HOR-SEQ
    START HORARIOS-FILE KEY IS NOT LESS THAN HOR-CHAVE
        INVALID KEY
            MOVE 'Y' TO CTU-FIM-HOR
    END-START
    PERFORM UNTIL CTU-FIM-HOR = 'Y'
        READ HORARIOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO CTU-FIM-HOR
            NOT AT END
                IF HOR-CURSO-CODE NOT = CTU-CURSO
                    OR HOR-SEMESTRE NOT = CTU-SEMESTRE
                    MOVE 'Y' TO CTU-FIM-HOR
                ELSE
                    IF (HOR-SECCAO = SPACES
                        OR HOR-SECCAO = CTU-SECCAO)
                        AND CTU-QTD-HOR < 20
                        ADD 1 TO CTU-QTD-HOR
                        MOVE HOR-DIA-SEMANA
                            TO CTU-HOR-DIA (CTU-QTD-HOR)
                        MOVE HOR-HORA-INICIO
                            TO CTU-HOR-INI (CTU-QTD-HOR)
                        MOVE HOR-HORA-FIM
                            TO CTU-HOR-TERMO (CTU-QTD-HOR)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COMPARAR-MATRICULAS-ALUNO.
    MOVE 'N' TO CTU-FIM-MAT
    IF MATRICULAS-STATUS = "00"
        MOVE PTU-ID-ALUNO TO MAT-ID-ALUNO
        MOVE LOW-VALUES TO MAT-CURSO-SEM
        START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO CTU-FIM-MAT
        END-START
        PERFORM UNTIL CTU-FIM-MAT = 'Y' OR CTU-CHOQUE = 'S'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO CTU-FIM-MAT
                NOT AT END
                    IF MAT-ID-ALUNO NOT = PTU-ID-ALUNO
                        MOVE 'Y' TO CTU-FIM-MAT
                    ELSE
                        IF MAT-ATIVA
                            AND MAT-SEMESTRE = CTU-SEMESTRE
                            AND MAT-CURSO-CODE NOT = CTU-CURSO
                            MOVE MAT-CURSO-CODE TO CTU-CURSO-OUTRO
                            PERFORM LER-TURMA-OUTRO-CURSO
                            PERFORM COMPARAR-HORARIO-OUTRO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

LER-TURMA-OUTRO-CURSO.
*> sem turma atribuida no outro curso so contam as aulas comuns.
    MOVE SPACES TO CTU-SECCAO-OUTRA
    MOVE PTU-ID-ALUNO TO TAL-ID-ALUNO
    MOVE CTU-CURSO-OUTRO TO TAL-CURSO-CODE
    MOVE CTU-SEMESTRE TO TAL-SEMESTRE
    READ TURMA-ALUNO-FILE KEY IS TAL-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE TAL-SECCAO TO CTU-SECCAO-OUTRA
    END-READ.

COMPARAR-HORARIO-OUTRO.
    MOVE 'N' TO CTU-FIM-HOR
    MOVE CTU-CURSO-OUTRO TO HOR-CURSO-CODE
    MOVE CTU-SEMESTRE TO HOR-SEMESTRE
    MOVE ZERO TO HOR-SEQ
    START HORARIOS-FILE KEY IS NOT LESS THAN HOR-CHAVE
        INVALID KEY
            MOVE 'Y' TO CTU-FIM-HOR
    END-START
    PERFORM UNTIL CTU-FIM-HOR = 'Y'
        READ HORARIOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO CTU-FIM-HOR
            NOT AT END
                IF HOR-CURSO-CODE NOT = CTU-CURSO-OUTRO
                    OR HOR-SEMESTRE NOT = CTU-SEMESTRE
                    MOVE 'Y' TO CTU-FIM-HOR
                ELSE
                    IF HOR-SECCAO = SPACES
                        OR HOR-SECCAO = CTU-SECCAO-OUTRA
                        PERFORM COMPARAR-LINHA-TURMA
                            VARYING CTU-HX FROM 1 BY 1
                            UNTIL CTU-HX > CTU-QTD-HOR
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COMPARAR-LINHA-TURMA.
    IF CTU-HOR-DIA (CTU-HX) = HOR-DIA-SEMANA
        AND CTU-HOR-INI (CTU-HX) < HOR-HORA-FIM
        AND CTU-HOR-TERMO (CTU-HX) > HOR-HORA-INICIO
        MOVE 'S' TO CTU-CHOQUE
    END-IF.

GRAVAR-COLOCACAO-PEDIDO.
    MOVE PTU-ID-ALUNO TO TAL-ID-ALUNO
    MOVE CTU-CURSO TO TAL-CURSO-CODE
    MOVE CTU-SEMESTRE TO TAL-SEMESTRE
    MOVE CTU-SECCAO TO TAL-SECCAO
    MOVE CTU-DATA TO TAL-DATA
    WRITE REGISTO-TURMA-ALUNO
        INVALID KEY
            REWRITE REGISTO-TURMA-ALUNO
    END-WRITE
    PERFORM PROCURAR-TURMA
    ADD 1 TO CTU-TUR-INSCRITOS (CTU-TURMA-ACHOU).

POR-PEDIDO-EM-ESPERA.
    MOVE ZERO TO CTU-ULTIMO-SEQ
    MOVE 'N' TO CTU-FIM-ESPERA
    MOVE CTU-CURSO TO TES-CURSO-CODE
    MOVE CTU-SEMESTRE TO TES-SEMESTRE
    MOVE CTU-SECCAO TO TES-SECCAO
    MOVE ZERO TO TES-SEQ
    START TURMA-ESPERA-FILE KEY IS NOT LESS THAN TES-CHAVE
        INVALID KEY
            MOVE 'Y' TO CTU-FIM-ESPERA
    END-START
    PERFORM UNTIL CTU-FIM-ESPERA = 'Y'
        READ TURMA-ESPERA-FILE NEXT RECORD
            AT END MOVE 'Y' TO CTU-FIM-ESPERA
            NOT AT END
                IF TES-CURSO-CODE NOT = CTU-CURSO
                    OR TES-SEMESTRE NOT = CTU-SEMESTRE
                    OR TES-SECCAO NOT = CTU-SECCAO
                    MOVE 'Y' TO CTU-FIM-ESPERA
                ELSE
                    MOVE TES-SEQ TO CTU-ULTIMO-SEQ
                END-IF
        END-READ
    END-PERFORM
    MOVE CTU-CURSO TO TES-CURSO-CODE
    MOVE CTU-SEMESTRE TO TES-SEMESTRE
    MOVE CTU-SECCAO TO TES-SECCAO
    COMPUTE TES-SEQ = CTU-ULTIMO-SEQ + 1
    MOVE PTU-ID-ALUNO TO TES-ID-ALUNO
    MOVE CTU-DATA TO TES-DATA
    WRITE REGISTO-TURMA-ESPERA
        INVALID KEY
            DISPLAY "Aviso: nao foi possivel por o aluno "
                PTU-ID-ALUNO " em espera."
    END-WRITE.

ESCREVER-CABECALHO-COLOCACAO.
    MOVE ALL "=" TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "COLOCACAO EM TURMAS - CURSO " DELIMITED BY SIZE
           CTU-CURSO DELIMITED BY SIZE
           " - SEMESTRE " DELIMITED BY SIZE
           CTU-SEMESTRE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           CTU-DATA DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE ALL "=" TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU.

ESCREVER-LINHA-PEDIDO.
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Aluno " DELIMITED BY SIZE
           PTU-ID-ALUNO DELIMITED BY SIZE
           "  preferencias " DELIMITED BY SIZE
           PTU-SECCAO-PREF (1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PTU-SECCAO-PREF (2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PTU-SECCAO-PREF (3) DELIMITED BY SIZE
           "  turma " DELIMITED BY SIZE
           PTU-SECCAO-ATRIBUIDA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CTU-RESULTADO-TXT DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU.

ESCREVER-RESUMO-COLOCACAO.
    MOVE ALL "-" TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Pedidos tratados: " DELIMITED BY SIZE
           CTU-TOTAL-PEDIDOS DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "1a escolha: " DELIMITED BY SIZE
           CTU-TOTAL-ESCOLHA-1 DELIMITED BY SIZE
           "   2a escolha: " DELIMITED BY SIZE
           CTU-TOTAL-ESCOLHA-2 DELIMITED BY SIZE
           "   3a escolha: " DELIMITED BY SIZE
           CTU-TOTAL-ESCOLHA-3 DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Lista de espera: " DELIMITED BY SIZE
           CTU-TOTAL-ESPERA DELIMITED BY SIZE
           "   Ja colocados: " DELIMITED BY SIZE
           CTU-TOTAL-JA-COLOC DELIMITED BY SIZE
           "   Sem matricula: " DELIMITED BY SIZE
           CTU-TOTAL-SEM-MAT DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    MOVE ALL "-" TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU
    PERFORM ESCREVER-OCUPACAO-TURMA
        VARYING CTU-TX FROM 1 BY 1
        UNTIL CTU-TX > CTU-QTD-TURMAS.

ESCREVER-OCUPACAO-TURMA.
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Turma " DELIMITED BY SIZE
           CTU-TUR-SECCAO (CTU-TX) DELIMITED BY SIZE
           "  ocupacao " DELIMITED BY SIZE
           CTU-TUR-INSCRITOS (CTU-TX) DELIMITED BY SIZE
           " / " DELIMITED BY SIZE
           CTU-TUR-CAPACIDADE (CTU-TX) DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-CTU.

ESCREVER-LINHA-CTU.
    WRITE LINHA-COLOCACAO
    DISPLAY LINHA-COLOCACAO
    ADD 1 TO CTU-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
