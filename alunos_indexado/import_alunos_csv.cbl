*>          Grava um registo de checkpoint a cada 100 linhas em
*>          CHKPT-IMPORTALUNOS.dat; se a carga anterior tiver sido
*>          interrompida, retoma automaticamente a partir da linha
*>          seguinte a ultima processada. Colunas: id,nome,nota1,
*>          nota2,nota3[,nif,iban]; o NIF e o IBAN, quando vem,
*>          passam pelos controlos (NIF modulo 11, IBAN modulo 97)
*>          e sao gravados nos contactos do aluno
*>          (CONTACTOSALUNO.dat); uma linha com algum deles
*>          invalido e rejeitada por inteiro.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "sljournal.cbl".
     COPY "slauditaluno.cbl".
     COPY "slsessao.cbl".
     COPY "slcontactoaluno.cbl".

     SELECT ALUNOS-CSV-FILE
         ASSIGN TO "ALUNOS.csv"
  COPY "fdjournal.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdsessao.cbl".
  COPY "fdcontactoaluno.cbl".

  FD ALUNOS-CSV-FILE.
  01 LINHA-CSV-ALUNO          PIC X(150).

  FD CHECKPOINT-FILE.
  01 REGISTO-CHECKPOINT.
  COPY "wsjournal.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wssessao.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsnif.cbl".
  COPY "wsiban.cbl".
    77 IMP-FIM-FICHEIRO       PIC X VALUE 'N'.
    77 IMP-PRIMEIRA-LINHA     PIC X VALUE 'S'.
    77 IMP-TOTAL-INSERIDOS    PIC 9(5) VALUE ZERO.
    77 IMP-CAMPO-NOTA1        PIC X(10).
    77 IMP-CAMPO-NOTA2        PIC X(10).
    77 IMP-CAMPO-NOTA3        PIC X(10).
    77 IMP-CAMPO-NIF          PIC X(12).
    77 IMP-CAMPO-IBAN         PIC X(40).
    77 IMP-NIF                PIC X(9).
    77 IMP-IBAN               PIC X(25).
    77 IMP-CONTACTOS-ABERTO   PIC X VALUE 'N'.
    77 IMP-LINHA-VALIDA       PIC X VALUE 'S'.
    77 CHKPT-STATUS           PIC X(2) VALUE "00".
    77 CHKPT-INTERVALO        PIC 9(3) VALUE 100.
PROCEDURE DIVISION.
COPY "rvaluno.cbl".
COPY "rvauditaluno.cbl".
COPY "rvcontactoaluno.cbl".

    PERFORM LER-SESSAO
    PERFORM IMPORTAR-ALUNOS-CSV.
            DISPLAY "Aviso: erro ao abrir AUDIT-ALUNOS-FILE."
                " Status: " AUDITALUNO-STATUS
        END-IF
        PERFORM ABRIR-CONTACTOS-ALUNO
        PERFORM UNTIL IMP-FIM-FICHEIRO = 'Y'
            READ ALUNOS-CSV-FILE
                AT END MOVE 'Y' TO IMP-FIM-FICHEIRO
        IF IMP-AUDIT-ABERTO = 'S'
            CLOSE AUDIT-ALUNOS-FILE
        END-IF
        IF IMP-CONTACTOS-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        CLOSE FICHEIRO-ALUNOS
        PERFORM LIMPAR-CHECKPOINT
        DISPLAY "==============================="

TRATAR-LINHA-CSV-ALUNO.
    MOVE 'S' TO IMP-LINHA-VALIDA
    MOVE SPACES TO IMP-CAMPO-NIF
    MOVE SPACES TO IMP-CAMPO-IBAN
    UNSTRING LINHA-CSV-ALUNO DELIMITED BY ","
        INTO IMP-CAMPO-ID
              IMP-CAMPO-NOME
              IMP-CAMPO-NOTA1
              IMP-CAMPO-NOTA2
              IMP-CAMPO-NOTA3
              IMP-CAMPO-NIF
              IMP-CAMPO-IBAN

    IF FUNCTION TRIM(IMP-CAMPO-ID) NOT NUMERIC
        MOVE 'N' TO IMP-LINHA-VALIDA
        OR FUNCTION TRIM(IMP-CAMPO-NOTA3) NOT NUMERIC
        MOVE 'N' TO IMP-LINHA-VALIDA
    END-IF
    MOVE SPACES TO IMP-NIF
    IF IMP-CAMPO-NIF NOT = SPACES
        MOVE FUNCTION TRIM(IMP-CAMPO-NIF) TO NIF-VALIDAR
        PERFORM VALIDAR-NIF
        IF NIF-VALIDO AND FUNCTION TRIM(IMP-CAMPO-NIF) = NIF-VALIDAR
            MOVE NIF-VALIDAR TO IMP-NIF
        ELSE
            DISPLAY "NIF invalido: " IMP-CAMPO-NIF
            MOVE 'N' TO IMP-LINHA-VALIDA
        END-IF
    END-IF
    MOVE SPACES TO IMP-IBAN
    IF IMP-CAMPO-IBAN NOT = SPACES
        MOVE IMP-CAMPO-IBAN TO IBAN-VALIDAR
        PERFORM VALIDAR-IBAN
        IF IBAN-VALIDO
            MOVE IBAN-COMPACTO TO IMP-IBAN
        ELSE
            DISPLAY "IBAN invalido: " IMP-CAMPO-IBAN
            MOVE 'N' TO IMP-LINHA-VALIDA
        END-IF
    END-IF

    IF IMP-LINHA-VALIDA = 'N'
        DISPLAY "Linha invalida ignorada: " LINHA-CSV-ALUNO
            MOVE SES-OPERADOR-ATUAL TO AUDIT-OPERADOR
            WRITE REGISTO-AUDIT-ALUNO
        END-IF
        IF IMP-NIF NOT = SPACES OR IMP-IBAN NOT = SPACES
            PERFORM GRAVAR-CONTACTO-CSV
        END-IF
    END-IF.

ABRIR-CONTACTOS-ALUNO.
    OPEN I-O CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "35"
        OPEN OUTPUT CONTACTOS-ALUNO-FILE
        CLOSE CONTACTOS-ALUNO-FILE
        OPEN I-O CONTACTOS-ALUNO-FILE
    END-IF
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO IMP-CONTACTOS-ABERTO
    ELSE
        DISPLAY "Aviso: erro ao abrir CONTACTOS-ALUNO-FILE."
            " Status: " CONTACTOSALUNO-STATUS
    END-IF.

GRAVAR-CONTACTO-CSV.
*> so o NIF e o IBAN vindos no CSV mudam; o resto dos contactos
*> mantem-se (ou fica em branco num aluno sem contactos).
    IF IMP-CONTACTOS-ABERTO = 'N'
        DISPLAY "Aviso: NIF/IBAN do aluno " ID-ALUNO
            " nao gravados (contactos indisponiveis)."
    ELSE
        MOVE ID-ALUNO TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                MOVE SPACES TO REGISTO-CONTACTO-ALUNO
                MOVE ID-ALUNO TO CTA-ID-ALUNO
                MOVE ZERO TO CTA-DD-DATA-ASSIN
                MOVE "N" TO CTA-DD-ESTADO
                IF IMP-NIF NOT = SPACES
                    MOVE IMP-NIF TO CTA-NIF
                END-IF
                IF IMP-IBAN NOT = SPACES
                    MOVE IMP-IBAN TO CTA-IBAN
                END-IF
                WRITE REGISTO-CONTACTO-ALUNO
            NOT INVALID KEY
                IF IMP-NIF NOT = SPACES
                    MOVE IMP-NIF TO CTA-NIF
                END-IF
                IF IMP-IBAN NOT = SPACES
                    MOVE IMP-IBAN TO CTA-IBAN
                END-IF
                REWRITE REGISTO-CONTACTO-ALUNO
        END-READ
    END-IF.

LER-CHECKPOINT.

COPY "pjournal.cbl".

COPY "pnif.cbl".

COPY "piban.cbl".

COPY "psessao.cbl".
