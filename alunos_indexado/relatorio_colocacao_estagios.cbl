*>****************************************************************
*> Author:
*> Date:
*> Purpose: alunos sem colocacao de estagio num semestre. Sao
*>          candidatos os alunos com matricula ativa no semestre
*>          num curso marcado como estagio no seu plano curricular
*>          (PLANOCURR.dat); esta colocado quem tem registo em
*>          ESTAGIOS.dat (gerir_estagios) que nao foi
*>          interrompido. A data limite e o inicio do semestre
*>          menos o numero de semanas pedido; passada essa data a
*>          falta de colocacao e assinalada como atrasada. O
*>          relatorio (COLOCACAO-ESTAGIOS-<semestre>.dat) fica no
*>          spool. RETURN-CODE 2 quando ha alunos por colocar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. relatorio_colocacao_estagios.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slestagio.cbl".
     COPY "slplanocurr.cbl".
     COPY "slalunomaster.cbl".
     COPY "slmatricula.cbl".
     COPY "slsemestre.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT COLOCACAO-FILE
         ASSIGN TO RCE-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdestagio.cbl".
  COPY "fdplanocurr.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD COLOCACAO-FILE.
  01 LINHA-COLOCACAO         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsestagio.cbl".
  COPY "wsplanocurr.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsmatricula.cbl".
  COPY "wssemestre.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RCE-NOME-FICHEIRO     PIC X(40).
    77 RCE-SEMESTRE          PIC X(6).
    77 RCE-SEMANAS           PIC 9(2).
    77 RCE-SEMANAS-ED        PIC Z9.
    77 RCE-HOJE              PIC 9(8).
    77 RCE-DATA-LIMITE       PIC 9(8).
    77 RCE-SEMESTRE-OK       PIC X VALUE 'N'.
    77 RCE-ATRASADO          PIC X VALUE 'N'.
    77 RCE-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RCE-ESTAGIOS-ABERTO   PIC X VALUE 'N'.
    77 RCE-ALUNOS-ABERTO     PIC X VALUE 'N'.
    77 RCE-E-ESTAGIO         PIC X VALUE 'N'.
    77 RCE-COLOCADO          PIC X VALUE 'N'.
    77 RCE-INTERROMPIDO      PIC X VALUE 'N'.
    77 RCE-PLANO             PIC X(6).
    77 RCE-NOME              PIC X(30).
    77 RCE-CX                PIC 9(3).
    77 RCE-TOTAL-PARES       PIC 9(3) VALUE ZERO.
    77 RCE-TOTAL-CANDIDATOS  PIC 9(5) VALUE ZERO.
    77 RCE-TOTAL-COLOCADOS   PIC 9(5) VALUE ZERO.
    77 RCE-TOTAL-POR-COLOCAR PIC 9(5) VALUE ZERO.
    77 RCE-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 RCE-NUM-ED            PIC ZZZZ9.
    01 RCE-ESTAGIOS-TAB.
       05 RCE-PAR OCCURS 200 TIMES.
          10 RCE-P-PLANO     PIC X(6).
          10 RCE-P-CURSO     PIC X(6).

PROCEDURE DIVISION.
COPY "rvestagio.cbl".
COPY "rvplanocurr.cbl".
COPY "rvalunomaster.cbl".
COPY "rvmatricula.cbl".
COPY "rvsemestre.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    DISPLAY "Semestre (ex: 2024S1): " NO ADVANCING
    ACCEPT RCE-SEMESTRE
    DISPLAY "Semanas antes do inicio do semestre: " NO ADVANCING
    ACCEPT RCE-SEMANAS
    ACCEPT RCE-HOJE FROM DATE YYYYMMDD
    PERFORM COLOCACAO-ESTAGIOS.
GOBACK.

COLOCACAO-ESTAGIOS.
    PERFORM LER-SEMESTRE-ESTAGIO
    IF RCE-SEMESTRE-OK = 'N'
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM CARREGAR-CURSOS-ESTAGIO
        IF RCE-TOTAL-PARES = ZERO
            DISPLAY "Nenhum plano curricular tem curso de estagio."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM ESCREVER-RELATORIO-COLOCACAO
        END-IF
    END-IF.

LER-SEMESTRE-ESTAGIO.
    MOVE 'N' TO RCE-SEMESTRE-OK
    OPEN INPUT SEMESTRES-FILE.
    IF SEMESTRES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SEMESTRES-FILE. Status: "
            SEMESTRES-STATUS
    ELSE
        MOVE RCE-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                DISPLAY "Semestre " RCE-SEMESTRE
                    " nao existe no calendario academico."
            NOT INVALID KEY
                MOVE 'S' TO RCE-SEMESTRE-OK
                COMPUTE RCE-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (SEM-DATA-INICIO)
                     - RCE-SEMANAS * 7)
                IF RCE-HOJE > RCE-DATA-LIMITE
                    MOVE 'S' TO RCE-ATRASADO
                ELSE
                    MOVE 'N' TO RCE-ATRASADO
                END-IF
        END-READ
        CLOSE SEMESTRES-FILE
    END-IF.

CARREGAR-CURSOS-ESTAGIO.
    MOVE ZERO TO RCE-TOTAL-PARES
    MOVE 'N' TO RCE-FIM-FICHEIRO
    OPEN INPUT PLANOCURR-FILE.
    IF PLANOCURR-STATUS = "00"
        PERFORM UNTIL RCE-FIM-FICHEIRO = 'Y'
            READ PLANOCURR-FILE NEXT RECORD
                AT END MOVE 'Y' TO RCE-FIM-FICHEIRO
                NOT AT END
                    IF PLC-E-ESTAGIO AND RCE-TOTAL-PARES < 200
                        ADD 1 TO RCE-TOTAL-PARES
                        MOVE PLC-PLANO TO RCE-P-PLANO (RCE-TOTAL-PARES)
                        MOVE PLC-CURSO-CODE
                            TO RCE-P-CURSO (RCE-TOTAL-PARES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLANOCURR-FILE
    END-IF.

ESCREVER-RELATORIO-COLOCACAO.
    MOVE SPACES TO RCE-NOME-FICHEIRO
    STRING "COLOCACAO-ESTAGIOS-" DELIMITED BY SIZE
           RCE-SEMESTRE DELIMITED BY SPACE
           ".dat" DELIMITED BY SIZE
           INTO RCE-NOME-FICHEIRO
    OPEN OUTPUT COLOCACAO-FILE
    MOVE 'N' TO RCE-ESTAGIOS-ABERTO
    OPEN INPUT ESTAGIOS-FILE
    IF ESTAGIOS-STATUS = "00"
        MOVE 'S' TO RCE-ESTAGIOS-ABERTO
    END-IF
    MOVE 'N' TO RCE-ALUNOS-ABERTO
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS = "00"
        MOVE 'S' TO RCE-ALUNOS-ABERTO
    END-IF
    PERFORM ESCREVER-CABECALHO-COLOCACAO
    MOVE 'N' TO RCE-FIM-FICHEIRO
    OPEN INPUT MATRICULAS-FILE
    IF MATRICULAS-STATUS = "00"
        PERFORM UNTIL RCE-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RCE-FIM-FICHEIRO
                NOT AT END
                    IF MAT-SEMESTRE = RCE-SEMESTRE AND MAT-ATIVA
                        PERFORM AVALIAR-MATRICULA-ESTAGIO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MATRICULAS-FILE
    END-IF
    PERFORM ESCREVER-TOTAIS-COLOCACAO
    IF RCE-ALUNOS-ABERTO = 'S'
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF RCE-ESTAGIOS-ABERTO = 'S'
        CLOSE ESTAGIOS-FILE
    END-IF
    CLOSE COLOCACAO-FILE
    MOVE "relatorio_colocacao_estagios" TO SPR-PROGRAMA
    MOVE RCE-SEMANAS TO RCE-SEMANAS-ED
    MOVE SPACES TO SPR-PARAMETROS
    STRING RCE-SEMESTRE DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RCE-SEMANAS-ED DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE RCE-NOME-FICHEIRO TO SPR-FICHEIRO
    MOVE RCE-TOTAL-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL
    DISPLAY "Relatorio gravado em " RCE-NOME-FICHEIRO
    IF RCE-TOTAL-POR-COLOCAR > ZERO
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

ESCREVER-CABECALHO-COLOCACAO.
    MOVE RCE-SEMANAS TO RCE-SEMANAS-ED
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "COLOCACAO EM ESTAGIO - SEMESTRE " DELIMITED BY SIZE
           RCE-SEMESTRE DELIMITED BY SIZE
           "  INICIO " DELIMITED BY SIZE
           SEM-DATA-INICIO DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Data limite de colocacao (" DELIMITED BY SIZE
           RCE-SEMANAS-ED DELIMITED BY SIZE
           " semanas antes): " DELIMITED BY SIZE
           RCE-DATA-LIMITE DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    IF RCE-ATRASADO = 'S'
        MOVE "  - ULTRAPASSADA" TO LINHA-COLOCACAO (63:16)
    END-IF
    PERFORM ESCREVER-LINHA-RCE
    MOVE SPACES TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE
    MOVE "Aluno  Nome                            Curso   Plano   Situacao"
        TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE.

AVALIAR-MATRICULA-ESTAGIO.
    MOVE SPACES TO RCE-PLANO
    MOVE SPACES TO RCE-NOME
    IF RCE-ALUNOS-ABERTO = 'S'
        MOVE MAT-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-PLANO TO RCE-PLANO
                MOVE MASTER-NOME-ALUNO TO RCE-NOME
        END-READ
    END-IF
    MOVE 'N' TO RCE-E-ESTAGIO
    IF RCE-PLANO NOT = SPACES
        PERFORM VARYING RCE-CX FROM 1 BY 1
            UNTIL RCE-CX > RCE-TOTAL-PARES OR RCE-E-ESTAGIO = 'S'
            IF RCE-P-PLANO (RCE-CX) = RCE-PLANO
                AND RCE-P-CURSO (RCE-CX) = MAT-CURSO-CODE
                MOVE 'S' TO RCE-E-ESTAGIO
            END-IF
        END-PERFORM
    END-IF
    IF RCE-E-ESTAGIO = 'S'
        ADD 1 TO RCE-TOTAL-CANDIDATOS
        PERFORM VERIFICAR-COLOCACAO-ALUNO
        IF RCE-COLOCADO = 'S'
            ADD 1 TO RCE-TOTAL-COLOCADOS
        ELSE
            ADD 1 TO RCE-TOTAL-POR-COLOCAR
            PERFORM ESCREVER-ALUNO-POR-COLOCAR
        END-IF
    END-IF.

VERIFICAR-COLOCACAO-ALUNO.
    MOVE 'N' TO RCE-COLOCADO
    MOVE 'N' TO RCE-INTERROMPIDO
    IF RCE-ESTAGIOS-ABERTO = 'S'
        MOVE MAT-ID-ALUNO TO ETG-ID-ALUNO
        MOVE MAT-CURSO-CODE TO ETG-CURSO-CODE
        MOVE MAT-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ETG-INTERROMPIDO
                    MOVE 'S' TO RCE-INTERROMPIDO
                ELSE
                    MOVE 'S' TO RCE-COLOCADO
                END-IF
        END-READ
    END-IF.

ESCREVER-ALUNO-POR-COLOCAR.
    MOVE SPACES TO LINHA-COLOCACAO
    MOVE MAT-ID-ALUNO TO LINHA-COLOCACAO (1:5)
    MOVE RCE-NOME TO LINHA-COLOCACAO (8:30)
    MOVE MAT-CURSO-CODE TO LINHA-COLOCACAO (40:6)
    MOVE RCE-PLANO TO LINHA-COLOCACAO (48:6)
    IF RCE-INTERROMPIDO = 'S'
        MOVE "estagio interrompido" TO LINHA-COLOCACAO (56:20)
    ELSE
        MOVE "sem colocacao" TO LINHA-COLOCACAO (56:13)
    END-IF
    IF RCE-ATRASADO = 'S'
        MOVE "ATRASADO" TO LINHA-COLOCACAO (78:8)
    END-IF
    PERFORM ESCREVER-LINHA-RCE.

ESCREVER-TOTAIS-COLOCACAO.
    MOVE SPACES TO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE
    MOVE RCE-TOTAL-CANDIDATOS TO RCE-NUM-ED
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Alunos com estagio no semestre: " DELIMITED BY SIZE
           RCE-NUM-ED DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE
    MOVE RCE-TOTAL-COLOCADOS TO RCE-NUM-ED
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Colocados:                      " DELIMITED BY SIZE
           RCE-NUM-ED DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE
    MOVE RCE-TOTAL-POR-COLOCAR TO RCE-NUM-ED
    MOVE SPACES TO LINHA-COLOCACAO
    STRING "Por colocar:                    " DELIMITED BY SIZE
           RCE-NUM-ED DELIMITED BY SIZE
           INTO LINHA-COLOCACAO
    PERFORM ESCREVER-LINHA-RCE.

ESCREVER-LINHA-RCE.
    WRITE LINHA-COLOCACAO
    DISPLAY LINHA-COLOCACAO
    ADD 1 TO RCE-TOTAL-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
