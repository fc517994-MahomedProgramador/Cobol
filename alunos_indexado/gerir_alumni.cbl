*>****************************************************************
*> Author:
*> Date:
*> Purpose: registo de diplomados (ALUMNI.dat). Consulta de um
*>          diplomado, registo da resposta ao inquerito de
*>          empregabilidade (situacao profissional, empregador,
*>          setor e data do primeiro emprego) e lista dos
*>          diplomados de um plano curricular. Os diplomados sao
*>          criados pelo lote inquerito_empregabilidade a partir
*>          dos certificados de conclusao (CERTREG.dat).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_alumni.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalumni.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdalumni.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsalumni.cbl".
  COPY "wssessao.cbl".
    77 GAL-OPCAO             PIC 9 VALUE ZERO.
    77 GAL-SAIR              PIC X VALUE 'N'.
    77 GAL-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GAL-HOJE              PIC 9(8).
    77 GAL-ID-ALUNO          PIC 9(5).
    77 GAL-PLANO             PIC X(6).
    77 GAL-SITUACAO          PIC X.
    77 GAL-EMPREGADOR        PIC X(40).
    77 GAL-SETOR             PIC X(20).
    77 GAL-DATA-EMPREGO      PIC 9(8).
    77 GAL-SITUACAO-TXT      PIC X(20).
    77 GAL-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvalumni.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir o registo de diplomados."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GAL-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-ALUMNI-FILE
    PERFORM UNTIL GAL-SAIR = 'Y'
        PERFORM MENU-ALUMNI
    END-PERFORM.
GOBACK.

MENU-ALUMNI.
    DISPLAY "==================================="
    DISPLAY "       REGISTO DE DIPLOMADOS"
    DISPLAY "==================================="
    DISPLAY "1 - Consultar diplomado"
    DISPLAY "2 - Registar resposta ao inquerito de empregabilidade"
    DISPLAY "3 - Listar diplomados de um plano"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GAL-OPCAO
    EVALUATE GAL-OPCAO
        WHEN 1
            PERFORM CONSULTAR-DIPLOMADO
        WHEN 2
            PERFORM REGISTAR-RESPOSTA
        WHEN 3
            PERFORM LISTAR-DIPLOMADOS-PLANO
        WHEN 0
            MOVE 'Y' TO GAL-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-ALUMNI-FILE.
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS = "35"
        OPEN OUTPUT ALUMNI-FILE
        CLOSE ALUMNI-FILE
    ELSE
        IF ALUMNI-STATUS = "00"
            CLOSE ALUMNI-FILE
        END-IF
    END-IF.

CONSULTAR-DIPLOMADO.
    DISPLAY "ID do diplomado: " NO ADVANCING
    ACCEPT GAL-ID-ALUNO
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
    ELSE
        MOVE GAL-ID-ALUNO TO ALU-ID-ALUNO
        READ ALUMNI-FILE KEY IS ALU-ID-ALUNO
            INVALID KEY
                DISPLAY "Diplomado nao encontrado."
            NOT INVALID KEY
                PERFORM MOSTRAR-DIPLOMADO
        END-READ
        CLOSE ALUMNI-FILE
    END-IF.

MOSTRAR-DIPLOMADO.
    PERFORM DESCREVER-SITUACAO
    DISPLAY "Diplomado:        " ALU-ID-ALUNO " " ALU-NOME
    DISPLAY "Plano:            " ALU-PLANO
    DISPLAY "Graduacao:        " ALU-DATA-GRADUACAO
        "  certificado " ALU-CERT-NUMERO
    DISPLAY "Situacao:         " GAL-SITUACAO-TXT
    DISPLAY "Empregador:       " ALU-EMPREGADOR
    DISPLAY "Setor:            " ALU-SETOR
    DISPLAY "Primeiro emprego: " ALU-DATA-PRIMEIRO-EMPREGO
    DISPLAY "Ultimo envio:     " ALU-DATA-ENVIO
        "  ultima resposta " ALU-DATA-RESPOSTA.

DESCREVER-SITUACAO.
    EVALUATE TRUE
        WHEN ALU-EMPREGADO
            MOVE "empregado" TO GAL-SITUACAO-TXT
        WHEN ALU-CONTA-PROPRIA
            MOVE "conta propria" TO GAL-SITUACAO-TXT
        WHEN ALU-DESEMPREGADO
            MOVE "desempregado" TO GAL-SITUACAO-TXT
        WHEN ALU-EM-FORMACAO
            MOVE "em formacao" TO GAL-SITUACAO-TXT
        WHEN ALU-INATIVO
            MOVE "inativo" TO GAL-SITUACAO-TXT
        WHEN OTHER
            MOVE "sem resposta" TO GAL-SITUACAO-TXT
    END-EVALUATE.

REGISTAR-RESPOSTA.
    DISPLAY "ID do diplomado: " NO ADVANCING
    ACCEPT GAL-ID-ALUNO
    DISPLAY "Situacao (E - empregado, P - conta propria,"
        " D - desempregado, F - em formacao, I - inativo): "
        NO ADVANCING
    ACCEPT GAL-SITUACAO
    MOVE SPACES TO GAL-EMPREGADOR
    MOVE SPACES TO GAL-SETOR
    MOVE ZERO TO GAL-DATA-EMPREGO
    IF GAL-SITUACAO = "E" OR GAL-SITUACAO = "P"
        DISPLAY "Empregador: " NO ADVANCING
        ACCEPT GAL-EMPREGADOR
        DISPLAY "Setor de atividade: " NO ADVANCING
        ACCEPT GAL-SETOR
    END-IF
    IF GAL-SITUACAO NOT = "E" AND GAL-SITUACAO NOT = "P"
        AND GAL-SITUACAO NOT = "D" AND GAL-SITUACAO NOT = "F"
        AND GAL-SITUACAO NOT = "I"
        DISPLAY "Situacao invalida."
    ELSE
        DISPLAY "Data do primeiro emprego"
            " (AAAAMMDD, 0 se nenhum): " NO ADVANCING
        ACCEPT GAL-DATA-EMPREGO
        PERFORM GRAVAR-RESPOSTA
    END-IF.

GRAVAR-RESPOSTA.
    MOVE ZERO TO ALUMNI-TENTATIVAS
    MOVE "99" TO ALUMNI-STATUS
    PERFORM UNTIL ALUMNI-STATUS = "00" OR ALUMNI-TENTATIVAS = 5
        OPEN I-O ALUMNI-FILE
        IF ALUMNI-STATUS NOT = "00"
            ADD 1 TO ALUMNI-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUMNI-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
    ELSE
        MOVE GAL-ID-ALUNO TO ALU-ID-ALUNO
        READ ALUMNI-FILE KEY IS ALU-ID-ALUNO
            INVALID KEY
                DISPLAY "Diplomado nao encontrado."
            NOT INVALID KEY
                MOVE GAL-SITUACAO TO ALU-SITUACAO
                MOVE GAL-EMPREGADOR TO ALU-EMPREGADOR
                MOVE GAL-SETOR TO ALU-SETOR
*> a data do primeiro emprego mantem-se entre inqueritos: so e
*> substituida quando e indicada uma nova.
                IF GAL-DATA-EMPREGO NOT = ZERO
                    MOVE GAL-DATA-EMPREGO TO ALU-DATA-PRIMEIRO-EMPREGO
                END-IF
                MOVE GAL-HOJE TO ALU-DATA-RESPOSTA
                MOVE SES-OPERADOR-ATUAL TO ALU-OPERADOR
                REWRITE REGISTO-ALUMNI
                DISPLAY "Resposta registada."
        END-READ
        CLOSE ALUMNI-FILE
    END-IF.

LISTAR-DIPLOMADOS-PLANO.
    DISPLAY "Plano curricular (vazio = todos): " NO ADVANCING
    ACCEPT GAL-PLANO
    MOVE ZERO TO GAL-TOTAL-LISTADOS
    MOVE 'N' TO GAL-FIM-FICHEIRO
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUMNI-FILE. Status: " ALUMNI-STATUS
    ELSE
        PERFORM UNTIL GAL-FIM-FICHEIRO = 'Y'
            READ ALUMNI-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAL-FIM-FICHEIRO
                NOT AT END
                    IF GAL-PLANO = SPACES OR ALU-PLANO = GAL-PLANO
                        PERFORM DESCREVER-SITUACAO
                        DISPLAY ALU-ID-ALUNO " " ALU-NOME " "
                            ALU-PLANO " " ALU-DATA-GRADUACAO " "
                            GAL-SITUACAO-TXT
                        ADD 1 TO GAL-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALUMNI-FILE
        DISPLAY "Total de diplomados: " GAL-TOTAL-LISTADOS
    END-IF.

COPY "psessao.cbl".
