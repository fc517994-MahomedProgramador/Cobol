$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: aviso noturno dos emprestimos de equipamento em
*>          atraso, corrido no lote. Junta os emprestimos por
*>          devolver cuja data prevista ja passou e grava uma
*>          lista por departamento dono do ativo
*>          (EMPRESTIMOS-ATRASO-<dep>-<data>.dat), com o aluno, o
*>          contacto de email, os dias de atraso e o valor liquido
*>          do ativo, que e o valor cobravel nas propinas em
*>          emprestimos_equipamento. Termina com RETURN-CODE 4 se
*>          houver mais atrasos do que cabem na tabela, para o
*>          condutor do lote assinalar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. emprestimos_atrasados.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slemprestimo.cbl".
     COPY "slativo.cbl".
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".

     SELECT ATRASO-FILE
         ASSIGN TO EAT-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdemprestimo.cbl".
  COPY "fdativo.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".

  FD ATRASO-FILE.
  01 LINHA-ATRASO            PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsemprestimo.cbl".
  COPY "wsativo.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
    77 EAT-NOME-FICHEIRO     PIC X(40).
    77 EAT-HOJE              PIC 9(8).
    77 EAT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 EAT-ATIVOS-ABERTO     PIC X VALUE 'N'.
    77 EAT-MASTER-ABERTO     PIC X VALUE 'N'.
    77 EAT-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 EAT-QTD               PIC 9(3) VALUE ZERO.
    77 EAT-MAX               PIC 9(3) VALUE 500.
    77 EAT-FORA-TABELA       PIC 9(5) VALUE ZERO.
    77 EAT-QTD-DEP           PIC 9(3) VALUE ZERO.
    77 EAT-IX                PIC 9(3).
    77 EAT-DX                PIC 9(3).
    77 EAT-ENCONTROU         PIC X VALUE 'N'.
    77 EAT-DEPARTAMENTO      PIC X(4).
    77 EAT-TOTAL-DEP         PIC 9(3) VALUE ZERO.
    77 EAT-VALOR-DEP         PIC 9(9)V99 VALUE ZERO.
    77 EAT-DIAS-ED           PIC ZZZZ9.
    77 EAT-VALOR-ED          PIC Z(8)9.99.
    77 EAT-NUM-ED            PIC ZZ9.
    01 EAT-ATRASOS-TABELA.
      05 EAT-ATR-ENT OCCURS 500 TIMES.
         10 EAT-ATR-DEPARTAMENTO PIC X(4).
         10 EAT-ATR-ATIVO       PIC 9(5).
         10 EAT-ATR-DESCRICAO   PIC X(30).
         10 EAT-ATR-ALUNO       PIC 9(5).
         10 EAT-ATR-NOME        PIC X(30).
         10 EAT-ATR-EMAIL       PIC X(30).
         10 EAT-ATR-PREVISTA    PIC 9(8).
         10 EAT-ATR-DIAS        PIC 9(5).
         10 EAT-ATR-VALOR       PIC 9(9)V99.
    01 EAT-DEPARTAMENTOS-TABELA.
      05 EAT-DEP-ENT OCCURS 500 TIMES.
         10 EAT-DEP-CODIGO      PIC X(4).

PROCEDURE DIVISION.
COPY "rvemprestimo.cbl".
COPY "rvativo.cbl".
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".

    ACCEPT EAT-HOJE FROM DATE YYYYMMDD
    MOVE 0 TO RETURN-CODE
    PERFORM CARREGAR-ATRASOS
    PERFORM ESCREVER-DEPARTAMENTOS
    DISPLAY "Emprestimos em atraso: " EAT-QTD
        " em " EAT-QTD-DEP " departamento(s)."
    IF EAT-FORA-TABELA > ZERO
        DISPLAY "Aviso: " EAT-FORA-TABELA " atraso(s) nao listado(s)"
            " (tabela cheia)."
        MOVE 4 TO RETURN-CODE
    END-IF.
GOBACK.

CARREGAR-ATRASOS.
*> sem ficheiro de emprestimos nao ha atrasos; o ativo e o aluno
*> sao lidos para o departamento atual, a descricao, o valor e o
*> contacto.
    OPEN INPUT EMPRESTIMOS-FILE.
    IF EMPRESTIMOS-STATUS = "00"
        OPEN INPUT ATIVOS-FILE
        IF ATIVOS-STATUS = "00"
            MOVE 'S' TO EAT-ATIVOS-ABERTO
        END-IF
        OPEN INPUT ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'S' TO EAT-MASTER-ABERTO
        END-IF
        OPEN INPUT CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'S' TO EAT-CONTACTOS-ABERTO
        END-IF
        MOVE 'N' TO EAT-FIM-FICHEIRO
        PERFORM UNTIL EAT-FIM-FICHEIRO = 'Y'
            READ EMPRESTIMOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO EAT-FIM-FICHEIRO
                NOT AT END
                    IF EMP-ABERTO AND EMP-DATA-PREVISTA < EAT-HOJE
                        PERFORM GUARDAR-ATRASO
                    END-IF
            END-READ
        END-PERFORM
        IF EAT-ATIVOS-ABERTO = 'S'
            CLOSE ATIVOS-FILE
        END-IF
        IF EAT-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
        IF EAT-CONTACTOS-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        CLOSE EMPRESTIMOS-FILE
    END-IF.

GUARDAR-ATRASO.
    IF EAT-QTD = EAT-MAX
        ADD 1 TO EAT-FORA-TABELA
    ELSE
        ADD 1 TO EAT-QTD
        MOVE EMP-DEPARTAMENTO TO EAT-ATR-DEPARTAMENTO (EAT-QTD)
        MOVE EMP-ATV-NUMERO TO EAT-ATR-ATIVO (EAT-QTD)
        MOVE SPACES TO EAT-ATR-DESCRICAO (EAT-QTD)
        MOVE ZERO TO EAT-ATR-VALOR (EAT-QTD)
        MOVE EMP-ID-ALUNO TO EAT-ATR-ALUNO (EAT-QTD)
        MOVE SPACES TO EAT-ATR-NOME (EAT-QTD)
        MOVE SPACES TO EAT-ATR-EMAIL (EAT-QTD)
        MOVE EMP-DATA-PREVISTA TO EAT-ATR-PREVISTA (EAT-QTD)
        COMPUTE EAT-ATR-DIAS (EAT-QTD) =
            FUNCTION INTEGER-OF-DATE (EAT-HOJE)
            - FUNCTION INTEGER-OF-DATE (EMP-DATA-PREVISTA)
        IF EAT-ATIVOS-ABERTO = 'S'
            MOVE EMP-ATV-NUMERO TO ATV-NUMERO
            READ ATIVOS-FILE KEY IS ATV-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ATV-DEPARTAMENTO
                        TO EAT-ATR-DEPARTAMENTO (EAT-QTD)
                    MOVE ATV-DESCRICAO TO EAT-ATR-DESCRICAO (EAT-QTD)
                    IF ATV-DEPREC-ACUM < ATV-CUSTO
                        COMPUTE EAT-ATR-VALOR (EAT-QTD) =
                            ATV-CUSTO - ATV-DEPREC-ACUM
                    END-IF
            END-READ
        END-IF
        IF EAT-MASTER-ABERTO = 'S'
            MOVE EMP-ID-ALUNO TO MASTER-ID-ALUNO
            READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE MASTER-NOME-ALUNO TO EAT-ATR-NOME (EAT-QTD)
            END-READ
        END-IF
        IF EAT-CONTACTOS-ABERTO = 'S'
            MOVE EMP-ID-ALUNO TO CTA-ID-ALUNO
            READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CTA-EMAIL TO EAT-ATR-EMAIL (EAT-QTD)
            END-READ
        END-IF
        IF EAT-ATR-DEPARTAMENTO (EAT-QTD) = SPACES
            MOVE "GERL" TO EAT-ATR-DEPARTAMENTO (EAT-QTD)
        END-IF
        PERFORM REGISTAR-DEPARTAMENTO
    END-IF.

REGISTAR-DEPARTAMENTO.
    MOVE 'N' TO EAT-ENCONTROU
    PERFORM VARYING EAT-DX FROM 1 BY 1
        UNTIL EAT-DX > EAT-QTD-DEP OR EAT-ENCONTROU = 'S'
        IF EAT-DEP-CODIGO (EAT-DX) = EAT-ATR-DEPARTAMENTO (EAT-QTD)
            MOVE 'S' TO EAT-ENCONTROU
        END-IF
    END-PERFORM
    IF EAT-ENCONTROU = 'N'
        ADD 1 TO EAT-QTD-DEP
        MOVE EAT-ATR-DEPARTAMENTO (EAT-QTD)
            TO EAT-DEP-CODIGO (EAT-QTD-DEP)
    END-IF.

ESCREVER-DEPARTAMENTOS.
    PERFORM VARYING EAT-DX FROM 1 BY 1 UNTIL EAT-DX > EAT-QTD-DEP
        MOVE EAT-DEP-CODIGO (EAT-DX) TO EAT-DEPARTAMENTO
        PERFORM ESCREVER-LISTA-DEPARTAMENTO
    END-PERFORM.

ESCREVER-LISTA-DEPARTAMENTO.
    MOVE SPACES TO EAT-NOME-FICHEIRO
    STRING "EMPRESTIMOS-ATRASO-" DELIMITED BY SIZE
           EAT-DEPARTAMENTO DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           EAT-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EAT-NOME-FICHEIRO
    OPEN OUTPUT ATRASO-FILE
    MOVE SPACES TO LINHA-ATRASO
    STRING "EQUIPAMENTO EMPRESTADO EM ATRASO - DEPARTAMENTO "
               DELIMITED BY SIZE
           EAT-DEPARTAMENTO DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           EAT-HOJE DELIMITED BY SIZE
           INTO LINHA-ATRASO
    PERFORM ESCREVER-LINHA-ATRASO
    MOVE SPACES TO LINHA-ATRASO
    PERFORM ESCREVER-LINHA-ATRASO
    MOVE "Ativo Descricao            Aluno Nome / email             Prevista Dias  Valor liquido"
        TO LINHA-ATRASO
    PERFORM ESCREVER-LINHA-ATRASO
    MOVE ZERO TO EAT-TOTAL-DEP
    MOVE ZERO TO EAT-VALOR-DEP
    PERFORM VARYING EAT-IX FROM 1 BY 1 UNTIL EAT-IX > EAT-QTD
        IF EAT-ATR-DEPARTAMENTO (EAT-IX) = EAT-DEPARTAMENTO
            PERFORM ESCREVER-ATRASO
        END-IF
    END-PERFORM
    MOVE SPACES TO LINHA-ATRASO
    PERFORM ESCREVER-LINHA-ATRASO
    MOVE EAT-TOTAL-DEP TO EAT-NUM-ED
    MOVE EAT-VALOR-DEP TO EAT-VALOR-ED
    MOVE SPACES TO LINHA-ATRASO
    STRING "Itens em atraso: " DELIMITED BY SIZE
           EAT-NUM-ED DELIMITED BY SIZE
           "   Valor liquido total: " DELIMITED BY SIZE
           EAT-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-ATRASO
    PERFORM ESCREVER-LINHA-ATRASO
    CLOSE ATRASO-FILE
    DISPLAY "Departamento " EAT-DEPARTAMENTO ": " EAT-TOTAL-DEP
        " atraso(s) em " EAT-NOME-FICHEIRO.

ESCREVER-ATRASO.
    MOVE EAT-ATR-DIAS (EAT-IX) TO EAT-DIAS-ED
    MOVE EAT-ATR-VALOR (EAT-IX) TO EAT-VALOR-ED
    MOVE SPACES TO LINHA-ATRASO
    MOVE EAT-ATR-ATIVO (EAT-IX) TO LINHA-ATRASO (1:5)
    MOVE EAT-ATR-DESCRICAO (EAT-IX) TO LINHA-ATRASO (7:20)
    MOVE EAT-ATR-ALUNO (EAT-IX) TO LINHA-ATRASO (29:5)
    MOVE EAT-ATR-NOME (EAT-IX) TO LINHA-ATRASO (35:24)
    MOVE EAT-ATR-PREVISTA (EAT-IX) TO LINHA-ATRASO (60:8)
    MOVE EAT-DIAS-ED TO LINHA-ATRASO (68:5)
    MOVE EAT-VALOR-ED TO LINHA-ATRASO (74:12)
    PERFORM ESCREVER-LINHA-ATRASO
    IF EAT-ATR-EMAIL (EAT-IX) NOT = SPACES
        MOVE SPACES TO LINHA-ATRASO
        MOVE EAT-ATR-EMAIL (EAT-IX) TO LINHA-ATRASO (35:30)
        PERFORM ESCREVER-LINHA-ATRASO
    END-IF
    ADD 1 TO EAT-TOTAL-DEP
    ADD EAT-ATR-VALOR (EAT-IX) TO EAT-VALOR-DEP.

ESCREVER-LINHA-ATRASO.
    WRITE LINHA-ATRASO
    DISPLAY LINHA-ATRASO.
