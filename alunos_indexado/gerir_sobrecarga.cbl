*>****************************************************************
*> Author:
*> Date:
*> Purpose: autorizacoes de sobrecarga de creditos
*>          (SOBRECARGAS.dat), uma por aluno e semestre: creditos
*>          extra concedidos acima do limite do plano curricular,
*>          motivo, operador que aprovou e data. A matricula no
*>          balcao (aluno_main_program) e em lote (lote_matriculas)
*>          soma os creditos extra de uma autorizacao ativa ao
*>          limite de LIMCREDITOS.dat (pcreditos). Uma autorizacao
*>          cancelada deixa de contar mas fica no ficheiro.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_sobrecarga.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slsobrecarga.cbl".
     COPY "slaluno.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdsobrecarga.cbl".
  COPY "fdaluno.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wssobrecarga.cbl".
  COPY "wsaluno.cbl".
  COPY "wssessao.cbl".
    77 GSC-OPCAO             PIC 9 VALUE ZERO.
    77 GSC-SAIR              PIC X VALUE 'N'.
    77 GSC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GSC-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GSC-ID-ALUNO          PIC 9(5).
    77 GSC-SEMESTRE          PIC X(6).
    77 GSC-CREDITOS-EXTRA    PIC 9(2).
    77 GSC-MOTIVO            PIC X(30).
    77 GSC-ALUNO-EXISTE      PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvsobrecarga.cbl".
COPY "rvaluno.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para autorizar sobrecargas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-SOBRECARGA
    PERFORM UNTIL GSC-SAIR = 'Y'
        PERFORM MENU-SOBRECARGA
    END-PERFORM.
GOBACK.

MENU-SOBRECARGA.
    DISPLAY "==================================="
    DISPLAY "   AUTORIZACOES DE SOBRECARGA"
    DISPLAY "==================================="
    DISPLAY "1 - Listar autorizacoes de um semestre"
    DISPLAY "2 - Registar/alterar autorizacao"
    DISPLAY "3 - Cancelar autorizacao"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GSC-OPCAO
    EVALUATE GSC-OPCAO
        WHEN 1
            PERFORM LISTAR-SOBRECARGAS
        WHEN 2
            PERFORM REGISTAR-SOBRECARGA
        WHEN 3
            PERFORM CANCELAR-SOBRECARGA
        WHEN 0
            MOVE 'Y' TO GSC-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-SOBRECARGA.
    OPEN INPUT SOBRECARGA-FILE.
        IF SOBRECARGA-STATUS = "35"
            OPEN OUTPUT SOBRECARGA-FILE
            CLOSE SOBRECARGA-FILE
        ELSE
            IF SOBRECARGA-STATUS = "00"
                CLOSE SOBRECARGA-FILE
            END-IF
        END-IF.

LISTAR-SOBRECARGAS.
    DISPLAY "Semestre (ENTER = todos): " NO ADVANCING
    ACCEPT GSC-SEMESTRE
    MOVE ZERO TO GSC-TOTAL-LISTADAS
    MOVE 'N' TO GSC-FIM-FICHEIRO
    OPEN INPUT SOBRECARGA-FILE.
    IF SOBRECARGA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SOBRECARGA-FILE. Status: "
            SOBRECARGA-STATUS
    ELSE
        PERFORM UNTIL GSC-FIM-FICHEIRO = 'Y'
            READ SOBRECARGA-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSC-FIM-FICHEIRO
                NOT AT END
                    IF GSC-SEMESTRE = SPACES
                        OR SOB-SEMESTRE = GSC-SEMESTRE
                        DISPLAY SOB-ID-ALUNO "  " SOB-SEMESTRE
                            "  +" SOB-CREDITOS-EXTRA " creditos  "
                            SOB-MOTIVO
                        DISPLAY "       aprovada por " SOB-OPERADOR
                            " em " SOB-DATA "  estado " SOB-ESTADO
                        ADD 1 TO GSC-TOTAL-LISTADAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOBRECARGA-FILE
        DISPLAY "Total de autorizacoes: " GSC-TOTAL-LISTADAS
    END-IF.

VALIDAR-ALUNO-SOBRECARGA.
    MOVE 'N' TO GSC-ALUNO-EXISTE
    OPEN INPUT FICHEIRO-ALUNOS.
    IF ALUNOS-STATUS = "00"
        MOVE GSC-ID-ALUNO TO ID-ALUNO
        READ FICHEIRO-ALUNOS KEY IS ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GSC-ALUNO-EXISTE
        END-READ
        CLOSE FICHEIRO-ALUNOS
    END-IF.

REGISTAR-SOBRECARGA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GSC-ID-ALUNO
    PERFORM VALIDAR-ALUNO-SOBRECARGA
    IF GSC-ALUNO-EXISTE = 'N'
        DISPLAY "Aluno nao encontrado."
    ELSE
        DISPLAY "Semestre (ex: 2026S1): " NO ADVANCING
        ACCEPT GSC-SEMESTRE
        DISPLAY "Creditos extra autorizados: " NO ADVANCING
        ACCEPT GSC-CREDITOS-EXTRA
        DISPLAY "Motivo: " NO ADVANCING
        ACCEPT GSC-MOTIVO
        IF GSC-SEMESTRE = SPACES OR GSC-CREDITOS-EXTRA = ZERO
            DISPLAY "Semestre e creditos extra sao obrigatorios."
        ELSE
            IF GSC-MOTIVO = SPACES
                DISPLAY "O motivo e obrigatorio."
            ELSE
                PERFORM GRAVAR-SOBRECARGA
            END-IF
        END-IF
    END-IF.

GRAVAR-SOBRECARGA.
    MOVE ZERO TO SOBRECARGA-TENTATIVAS
    MOVE "99" TO SOBRECARGA-STATUS
    PERFORM UNTIL SOBRECARGA-STATUS = "00"
        OR SOBRECARGA-TENTATIVAS = 5
        OPEN I-O SOBRECARGA-FILE
        IF SOBRECARGA-STATUS NOT = "00"
            ADD 1 TO SOBRECARGA-TENTATIVAS
        END-IF
    END-PERFORM
    IF SOBRECARGA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SOBRECARGA-FILE. Status: "
            SOBRECARGA-STATUS
    ELSE
        MOVE GSC-ID-ALUNO TO SOB-ID-ALUNO
        MOVE GSC-SEMESTRE TO SOB-SEMESTRE
        MOVE GSC-CREDITOS-EXTRA TO SOB-CREDITOS-EXTRA
        MOVE GSC-MOTIVO TO SOB-MOTIVO
        MOVE SES-OPERADOR-ATUAL TO SOB-OPERADOR
        ACCEPT SOB-DATA FROM DATE YYYYMMDD
        MOVE "A" TO SOB-ESTADO
        WRITE REGISTO-SOBRECARGA
            INVALID KEY
                REWRITE REGISTO-SOBRECARGA
                DISPLAY "Autorizacao atualizada."
            NOT INVALID KEY
                DISPLAY "Autorizacao registada."
        END-WRITE
        CLOSE SOBRECARGA-FILE
    END-IF.

CANCELAR-SOBRECARGA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GSC-ID-ALUNO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT GSC-SEMESTRE
    MOVE ZERO TO SOBRECARGA-TENTATIVAS
    MOVE "99" TO SOBRECARGA-STATUS
    PERFORM UNTIL SOBRECARGA-STATUS = "00"
        OR SOBRECARGA-TENTATIVAS = 5
        OPEN I-O SOBRECARGA-FILE
        IF SOBRECARGA-STATUS NOT = "00"
            ADD 1 TO SOBRECARGA-TENTATIVAS
        END-IF
    END-PERFORM
    IF SOBRECARGA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SOBRECARGA-FILE. Status: "
            SOBRECARGA-STATUS
    ELSE
        MOVE GSC-ID-ALUNO TO SOB-ID-ALUNO
        MOVE GSC-SEMESTRE TO SOB-SEMESTRE
        READ SOBRECARGA-FILE KEY IS SOB-CHAVE
            INVALID KEY
                DISPLAY "Autorizacao nao encontrada."
            NOT INVALID KEY
                MOVE "C" TO SOB-ESTADO
                REWRITE REGISTO-SOBRECARGA
                DISPLAY "Autorizacao cancelada."
        END-READ
        CLOSE SOBRECARGA-FILE
    END-IF.

COPY "psessao.cbl".
