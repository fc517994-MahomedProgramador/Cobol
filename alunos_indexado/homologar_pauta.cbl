*>****************************************************************
*> Author:
*> Date:
*> Purpose: homologacao das pautas por curso/semestre
*>          (HOMOLOGACOES.dat): regista quem assinou a pauta e
*>          quando. So se homologa uma pauta com notas e sem
*>          linhas por verificar ou divergentes em verificar_pauta.
*>          Depois de homologada, as notas desse curso/semestre
*>          ficam fechadas a introducao direta (inserir_nota,
*>          importar_notas_csv, provas_anonimas) e passam a ser
*>          mostradas como definitivas em transcript_aluno,
*>          consulta_aluno_360 e cartas_resultados. A reabertura
*>          de uma pauta homologada fica reservada ao
*>          administrador e exige motivo.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. homologar_pauta.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slhomolog.cbl".
     COPY "slcurso.cbl".
     COPY "slnotas.cbl".
     COPY "slpautaverif.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdhomolog.cbl".
  COPY "fdcurso.cbl".
  COPY "fdnotas.cbl".
  COPY "fdpautaverif.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wshomolog.cbl".
  COPY "wscurso.cbl".
  COPY "wsnotas.cbl".
  COPY "wspautaverif.cbl".
  COPY "wssessao.cbl".
    77 HMP-OPCAO             PIC 9 VALUE ZERO.
    77 HMP-SAIR              PIC X VALUE 'N'.
    77 HMP-CURSO             PIC X(6).
    77 HMP-SEMESTRE          PIC X(6).
    77 HMP-CURSO-OK          PIC X VALUE 'N'.
    77 HMP-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 HMP-VERIF-ABERTO      PIC X VALUE 'N'.
    77 HMP-TOTAL-NOTAS       PIC 9(3) VALUE ZERO.
    77 HMP-TOTAL-PENDENTES   PIC 9(3) VALUE ZERO.
    77 HMP-TOTAL-LISTADAS    PIC 9(3) VALUE ZERO.
    77 HMP-CONFIRMA          PIC X.
    77 HMP-MOTIVO            PIC X(30).
    77 HMP-DATA              PIC 9(8).
    77 HMP-HORA              PIC 9(8).

PROCEDURE DIVISION.
COPY "rvhomolog.cbl".
COPY "rvcurso.cbl".
COPY "rvnotas.cbl".
COPY "rvpautaverif.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para homologar pautas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-HOMOLOGACOES
    PERFORM UNTIL HMP-SAIR = 'Y'
        PERFORM MENU-HOMOLOGACAO
    END-PERFORM.
GOBACK.

MENU-HOMOLOGACAO.
    DISPLAY "==================================="
    DISPLAY "      HOMOLOGACAO DE PAUTAS"
    DISPLAY "==================================="
    DISPLAY "1 - Listar pautas homologadas"
    DISPLAY "2 - Homologar pauta"
    DISPLAY "3 - Reabrir pauta homologada"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT HMP-OPCAO
    EVALUATE HMP-OPCAO
        WHEN 1
            PERFORM LISTAR-HOMOLOGACOES
        WHEN 2
            PERFORM HOMOLOGAR-PAUTA
        WHEN 3
            PERFORM REABRIR-PAUTA
        WHEN 0
            MOVE 'Y' TO HMP-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-HOMOLOGACOES.
    OPEN INPUT HOMOLOG-FILE.
        IF HOMOLOG-STATUS = "35"
            OPEN OUTPUT HOMOLOG-FILE
            CLOSE HOMOLOG-FILE
        ELSE
            IF HOMOLOG-STATUS = "00"
                CLOSE HOMOLOG-FILE
            END-IF
        END-IF.

LISTAR-HOMOLOGACOES.
    MOVE ZERO TO HMP-TOTAL-LISTADAS
    MOVE 'N' TO HMP-FIM-FICHEIRO
    OPEN INPUT HOMOLOG-FILE.
    IF HOMOLOG-STATUS NOT = "00"
        DISPLAY "Erro ao abrir HOMOLOG-FILE. Status: " HOMOLOG-STATUS
    ELSE
        PERFORM UNTIL HMP-FIM-FICHEIRO = 'Y'
            READ HOMOLOG-FILE NEXT RECORD
                AT END MOVE 'Y' TO HMP-FIM-FICHEIRO
                NOT AT END
                    IF HML-HOMOLOGADA
                        DISPLAY HML-CURSO-CODE " " HML-SEMESTRE
                            "  HOMOLOGADA em " HML-DATA
                            " por " HML-OPERADOR
                            "  (" HML-TOTAL-ALUNOS " alunos)"
                    ELSE
                        DISPLAY HML-CURSO-CODE " " HML-SEMESTRE
                            "  REABERTA em " HML-DATA-REABERTURA
                            " por " HML-OPERADOR-REAB
                            "  motivo: " HML-MOTIVO-REAB
                    END-IF
                    ADD 1 TO HMP-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE HOMOLOG-FILE
        DISPLAY "Total de registos: " HMP-TOTAL-LISTADAS
    END-IF.

HOMOLOGAR-PAUTA.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT HMP-CURSO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT HMP-SEMESTRE
    PERFORM LER-CURSO-HOMOLOGACAO
    IF HMP-CURSO-OK = 'S'
        MOVE HMP-CURSO TO HML-CURSO-CODE
        MOVE HMP-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        IF PAUTA-HOMOLOGADA
            DISPLAY "A pauta ja esta homologada desde " HML-DATA
                " (" HML-OPERADOR ")."
        ELSE
            PERFORM CONTAR-NOTAS-PAUTA
            IF HMP-TOTAL-NOTAS = ZERO
                DISPLAY "Nao ha notas registadas para este"
                    " curso/semestre."
            ELSE
                IF HMP-TOTAL-PENDENTES > ZERO
                    DISPLAY "Ha " HMP-TOTAL-PENDENTES
                        " notas por verificar ou divergentes."
                    DISPLAY "Conclua a verificacao em verificar_pauta"
                        " antes de homologar."
                ELSE
                    DISPLAY "Homologar a pauta de " HMP-CURSO
                        " " HMP-SEMESTRE " (" HMP-TOTAL-NOTAS
                        " alunos)? (S/N): " NO ADVANCING
                    ACCEPT HMP-CONFIRMA
                    IF HMP-CONFIRMA = "S" OR HMP-CONFIRMA = "s"
                        PERFORM GRAVAR-HOMOLOGACAO
                    ELSE
                        DISPLAY "Homologacao cancelada."
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

LER-CURSO-HOMOLOGACAO.
    MOVE 'N' TO HMP-CURSO-OK.
    OPEN INPUT COURSE-FILE.
        IF CURSO-STATUS NOT = "00"
            DISPLAY "Erro ao abrir COURSE-FILE. Status: " CURSO-STATUS
        ELSE
            MOVE HMP-CURSO TO CURSO-CODE
            READ COURSE-FILE KEY IS CURSO-CODE
                INVALID KEY
                    DISPLAY "Curso nao encontrado."
                NOT INVALID KEY
                    MOVE 'S' TO HMP-CURSO-OK
            END-READ
            CLOSE COURSE-FILE
        END-IF.

CONTAR-NOTAS-PAUTA.
*> as notas introduzidas a mao so contam depois de verificadas
*> (PAUTAVERIF.dat); as importadas nao tem registo de verificacao.
    MOVE ZERO TO HMP-TOTAL-NOTAS
    MOVE ZERO TO HMP-TOTAL-PENDENTES
    MOVE 'N' TO HMP-FIM-FICHEIRO
    MOVE 'N' TO HMP-VERIF-ABERTO
    OPEN INPUT NOTAS-FILE.
    IF NOTASFILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir NOTAS-FILE. Status: " NOTASFILE-STATUS
    ELSE
        OPEN INPUT PAUTA-VERIF-FILE
        IF PAUTAVERIF-STATUS = "00"
            MOVE 'S' TO HMP-VERIF-ABERTO
        END-IF
        MOVE HMP-CURSO TO NOTA-CURSO-CODE
        MOVE HMP-SEMESTRE TO NOTA-SEMESTRE
        START NOTAS-FILE KEY IS NOT LESS THAN NOTA-CURSO-SEM
            INVALID KEY
                MOVE 'Y' TO HMP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL HMP-FIM-FICHEIRO = 'Y'
            READ NOTAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO HMP-FIM-FICHEIRO
                NOT AT END
                    IF NOTA-CURSO-CODE NOT = HMP-CURSO
                        OR NOTA-SEMESTRE NOT = HMP-SEMESTRE
                        MOVE 'Y' TO HMP-FIM-FICHEIRO
                    ELSE
                        ADD 1 TO HMP-TOTAL-NOTAS
                        PERFORM VERIFICAR-LINHA-PAUTA
                    END-IF
            END-READ
        END-PERFORM
        IF HMP-VERIF-ABERTO = 'S'
            CLOSE PAUTA-VERIF-FILE
        END-IF
        CLOSE NOTAS-FILE
    END-IF.

VERIFICAR-LINHA-PAUTA.
    IF HMP-VERIF-ABERTO = 'S'
        MOVE NOTA-ID-ALUNO TO PVF-ID-ALUNO
        MOVE NOTA-CURSO-CODE TO PVF-CURSO-CODE
        MOVE NOTA-SEMESTRE TO PVF-SEMESTRE
        READ PAUTA-VERIF-FILE KEY IS PVF-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PVF-VERIFICADA
                    ADD 1 TO HMP-TOTAL-PENDENTES
                END-IF
        END-READ
    END-IF.

GRAVAR-HOMOLOGACAO.
    ACCEPT HMP-DATA FROM DATE YYYYMMDD
    ACCEPT HMP-HORA FROM TIME
    MOVE ZERO TO HOMOLOG-TENTATIVAS
    MOVE "99" TO HOMOLOG-STATUS
    PERFORM UNTIL HOMOLOG-STATUS = "00" OR HOMOLOG-TENTATIVAS = 5
        OPEN I-O HOMOLOG-FILE
        IF HOMOLOG-STATUS NOT = "00"
            ADD 1 TO HOMOLOG-TENTATIVAS
        END-IF
    END-PERFORM
    IF HOMOLOG-STATUS NOT = "00"
        DISPLAY "Erro ao abrir HOMOLOG-FILE. Status: " HOMOLOG-STATUS
    ELSE
        MOVE HMP-CURSO TO HML-CURSO-CODE
        MOVE HMP-SEMESTRE TO HML-SEMESTRE
        MOVE "H" TO HML-ESTADO
        MOVE HMP-DATA TO HML-DATA
        MOVE HMP-HORA TO HML-HORA
        MOVE SES-OPERADOR-ATUAL TO HML-OPERADOR
        MOVE HMP-TOTAL-NOTAS TO HML-TOTAL-ALUNOS
        MOVE ZERO TO HML-DATA-REABERTURA
        MOVE SPACES TO HML-OPERADOR-REAB
        MOVE SPACES TO HML-MOTIVO-REAB
        WRITE REGISTO-HOMOLOG
            INVALID KEY
                REWRITE REGISTO-HOMOLOG
        END-WRITE
        CLOSE HOMOLOG-FILE
        DISPLAY "Pauta " HMP-CURSO " " HMP-SEMESTRE
            " homologada por " SES-OPERADOR-ATUAL
            " em " HMP-DATA "."
    END-IF.

REABRIR-PAUTA.
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador pode reabrir uma pauta"
            " homologada."
    ELSE
        DISPLAY "Codigo do curso: " NO ADVANCING
        ACCEPT HMP-CURSO
        DISPLAY "Codigo do semestre: " NO ADVANCING
        ACCEPT HMP-SEMESTRE
        DISPLAY "Motivo da reabertura: " NO ADVANCING
        ACCEPT HMP-MOTIVO
        IF HMP-MOTIVO = SPACES
            DISPLAY "O motivo e obrigatorio."
        ELSE
            PERFORM GRAVAR-REABERTURA
        END-IF
    END-IF.

GRAVAR-REABERTURA.
    ACCEPT HMP-DATA FROM DATE YYYYMMDD
    MOVE ZERO TO HOMOLOG-TENTATIVAS
    MOVE "99" TO HOMOLOG-STATUS
    PERFORM UNTIL HOMOLOG-STATUS = "00" OR HOMOLOG-TENTATIVAS = 5
        OPEN I-O HOMOLOG-FILE
        IF HOMOLOG-STATUS NOT = "00"
            ADD 1 TO HOMOLOG-TENTATIVAS
        END-IF
    END-PERFORM
    IF HOMOLOG-STATUS NOT = "00"
        DISPLAY "Erro ao abrir HOMOLOG-FILE. Status: " HOMOLOG-STATUS
    ELSE
        MOVE HMP-CURSO TO HML-CURSO-CODE
        MOVE HMP-SEMESTRE TO HML-SEMESTRE
        READ HOMOLOG-FILE KEY IS HML-CHAVE
            INVALID KEY
                DISPLAY "Pauta nao homologada."
            NOT INVALID KEY
                IF HML-REABERTA
                    DISPLAY "A pauta ja esta reaberta."
                ELSE
                    MOVE "R" TO HML-ESTADO
                    MOVE HMP-DATA TO HML-DATA-REABERTURA
                    MOVE SES-OPERADOR-ATUAL TO HML-OPERADOR-REAB
                    MOVE HMP-MOTIVO TO HML-MOTIVO-REAB
                    REWRITE REGISTO-HOMOLOG
                    DISPLAY "Pauta reaberta. As notas voltam a ser"
                        " provisorias ate nova homologacao."
                END-IF
        END-READ
        CLOSE HOMOLOG-FILE
    END-IF.

COPY "phomolog.cbl".

COPY "psessao.cbl".
