*>          Cada plano de estudos tem linhas numeradas: cursos
*>          obrigatorios por ano (tipo O), grupos de eletivas com
*>          minimo de creditos (tipo G) e os cursos que pertencem
*>          a cada grupo (tipo E). Um curso obrigatorio pode ser
*>          marcado como estagio curricular (gerir_estagios).
*>          auditoria_grau confronta as notas do aluno com o
*>          plano e diz o que falta.
*>          Mantem tambem o limite de creditos por semestre de
*>          cada plano (LIMCREDITOS.dat; plano a espacos e o
*>          limite por omissao) e o plano de cada aluno no
*>          ficheiro mestre (MASTER-PLANO), usados na matricula,
*>          e o departamento de cada plano (PLANODEP.dat), a que
*>          rentabilidade_cursos imputa as compras diretas do
*>          departamento (VPO-DEPARTAMENTO).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slplanocurr.cbl".
     COPY "slcurso.cbl".
     COPY "slsessao.cbl".
     COPY "sllimcred.cbl".
     COPY "slalunomaster.cbl".
     COPY "slplanodep.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdplanocurr.cbl".
  COPY "fdcurso.cbl".
  COPY "fdsessao.cbl".
  COPY "fdlimcred.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdplanodep.cbl".

WORKING-STORAGE SECTION.
  COPY "wsplanocurr.cbl".
  COPY "wscurso.cbl".
  COPY "wssessao.cbl".
  COPY "wslimcred.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsplanodep.cbl".
    77 GPC-OPCAO             PIC 9 VALUE ZERO.
    77 GPC-SAIR              PIC X VALUE 'N'.
    77 GPC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GPC-ANO               PIC 9.
    77 GPC-GRUPO             PIC X(2).
    77 GPC-CRED-MINIMOS      PIC 9(3).
    77 GPC-ESTAGIO           PIC X.
    77 GPC-CURSO-EXISTE      PIC X VALUE 'N'.
    77 GPC-MAX-CREDITOS      PIC 9(3).
    77 GPC-ID-ALUNO          PIC 9(5).
    77 GPC-DEPARTAMENTO      PIC X(4).

PROCEDURE DIVISION.
COPY "rvplanocurr.cbl".
COPY "rvcurso.cbl".
COPY "rvlimcred.cbl".
COPY "rvalunomaster.cbl".
COPY "rvplanodep.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        GOBACK
    END-IF
    PERFORM GARANTIR-PLANOCURR
    PERFORM GARANTIR-LIMCRED
    PERFORM GARANTIR-PLANODEP
    PERFORM UNTIL GPC-SAIR = 'Y'
        PERFORM MENU-PLANOCURR
    END-PERFORM.
    DISPLAY "1 - Listar linhas de um plano"
    DISPLAY "2 - Inserir linha num plano"
    DISPLAY "3 - Remover linha de um plano"
    DISPLAY "4 - Listar limites de creditos por semestre"
    DISPLAY "5 - Definir limite de creditos por semestre"
    DISPLAY "6 - Atribuir plano curricular a aluno"
    DISPLAY "7 - Listar departamentos dos planos"
    DISPLAY "8 - Definir departamento de um plano"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GPC-OPCAO
            PERFORM INSERIR-LINHA-PLANO
        WHEN 3
            PERFORM REMOVER-LINHA-PLANO
        WHEN 4
            PERFORM LISTAR-LIMITES
        WHEN 5
            PERFORM DEFINIR-LIMITE
        WHEN 6
            PERFORM ATRIBUIR-PLANO-ALUNO
        WHEN 7
            PERFORM LISTAR-DEPARTAMENTOS
        WHEN 8
            PERFORM DEFINIR-DEPARTAMENTO
        WHEN 0
            MOVE 'Y' TO GPC-SAIR
        WHEN OTHER
            END-IF
        END-IF.

GARANTIR-LIMCRED.
    OPEN INPUT LIMCRED-FILE.
        IF LIMCRED-STATUS = "35"
            OPEN OUTPUT LIMCRED-FILE
            CLOSE LIMCRED-FILE
        ELSE
            IF LIMCRED-STATUS = "00"
                CLOSE LIMCRED-FILE
            END-IF
        END-IF.

GARANTIR-PLANODEP.
    OPEN INPUT PLANODEP-FILE.
        IF PLANODEP-STATUS = "35"
            OPEN OUTPUT PLANODEP-FILE
            CLOSE PLANODEP-FILE
        ELSE
            IF PLANODEP-STATUS = "00"
                CLOSE PLANODEP-FILE
            END-IF
        END-IF.

LISTAR-PLANO.
    DISPLAY "Codigo do plano: " NO ADVANCING
    ACCEPT GPC-PLANO
                        MOVE PLC-SEQ TO GPC-ULTIMO-SEQ
                        EVALUATE TRUE
                            WHEN PLC-OBRIGATORIA
                                IF PLC-E-ESTAGIO
                                    DISPLAY PLC-SEQ "  OBRIGATORIO  "
                                        PLC-CURSO-CODE
                                        "  ano " PLC-ANO "  ESTAGIO"
                                ELSE
                                    DISPLAY PLC-SEQ "  OBRIGATORIO  "
                                        PLC-CURSO-CODE
                                        "  ano " PLC-ANO
                                END-IF
                            WHEN PLC-GRUPO-ELETIVO
                                DISPLAY PLC-SEQ "  GRUPO " PLC-GRUPO
                                    "  minimo " PLC-CRED-MINIMOS
        MOVE ZERO TO GPC-ANO
        MOVE SPACES TO GPC-GRUPO
        MOVE ZERO TO GPC-CRED-MINIMOS
        MOVE "N" TO GPC-ESTAGIO
        EVALUATE GPC-TIPO
            WHEN "O"
                DISPLAY "Codigo do curso: " NO ADVANCING
                ACCEPT GPC-CURSO-CODE
                DISPLAY "Ano do plano (1 a 5): " NO ADVANCING
                ACCEPT GPC-ANO
                DISPLAY "Estagio curricular (S/N): " NO ADVANCING
                ACCEPT GPC-ESTAGIO
                IF GPC-ESTAGIO NOT = "S"
                    MOVE "N" TO GPC-ESTAGIO
                END-IF
            WHEN "G"
                DISPLAY "Sigla do grupo (2 carateres): "
                    NO ADVANCING
        MOVE GPC-ANO TO PLC-ANO
        MOVE GPC-GRUPO TO PLC-GRUPO
        MOVE GPC-CRED-MINIMOS TO PLC-CRED-MINIMOS
        MOVE GPC-ESTAGIO TO PLC-ESTAGIO
        WRITE REGISTO-PLANOCURR
            INVALID KEY
                DISPLAY "Erro: linha duplicada."
        CLOSE PLANOCURR-FILE
    END-IF.

LISTAR-LIMITES.
    MOVE ZERO TO GPC-TOTAL-LISTADAS
    MOVE 'N' TO GPC-FIM-FICHEIRO
    OPEN INPUT LIMCRED-FILE.
    IF LIMCRED-STATUS NOT = "00"
        DISPLAY "Erro ao abrir LIMCRED-FILE. Status: " LIMCRED-STATUS
    ELSE
        PERFORM UNTIL GPC-FIM-FICHEIRO = 'Y'
            READ LIMCRED-FILE NEXT RECORD
                AT END MOVE 'Y' TO GPC-FIM-FICHEIRO
                NOT AT END
                    IF LCR-PLANO = SPACES
                        DISPLAY "(omissao)  maximo " LCR-MAX-CREDITOS
                            " creditos  em " LCR-DATA
                            " por " LCR-OPERADOR
                    ELSE
                        DISPLAY LCR-PLANO "    maximo " LCR-MAX-CREDITOS
                            " creditos  em " LCR-DATA
                            " por " LCR-OPERADOR
                    END-IF
                    ADD 1 TO GPC-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE LIMCRED-FILE
        DISPLAY "Total de limites: " GPC-TOTAL-LISTADAS
    END-IF.

DEFINIR-LIMITE.
    DISPLAY "Codigo do plano (ENTER = limite por omissao): "
        NO ADVANCING
    ACCEPT GPC-PLANO
    DISPLAY "Maximo de creditos por semestre (0 = sem limite): "
        NO ADVANCING
    ACCEPT GPC-MAX-CREDITOS
    MOVE ZERO TO LIMCRED-TENTATIVAS
    MOVE "99" TO LIMCRED-STATUS
    PERFORM UNTIL LIMCRED-STATUS = "00"
        OR LIMCRED-TENTATIVAS = 5
        OPEN I-O LIMCRED-FILE
        IF LIMCRED-STATUS NOT = "00"
            ADD 1 TO LIMCRED-TENTATIVAS
        END-IF
    END-PERFORM
    IF LIMCRED-STATUS NOT = "00"
        DISPLAY "Erro ao abrir LIMCRED-FILE. Status: " LIMCRED-STATUS
    ELSE
        MOVE GPC-PLANO TO LCR-PLANO
        IF GPC-MAX-CREDITOS = ZERO
            DELETE LIMCRED-FILE
                INVALID KEY
                    DISPLAY "Plano sem limite definido."
                NOT INVALID KEY
                    DISPLAY "Limite removido."
            END-DELETE
        ELSE
            MOVE GPC-MAX-CREDITOS TO LCR-MAX-CREDITOS
            ACCEPT LCR-DATA FROM DATE YYYYMMDD
            MOVE SES-OPERADOR-ATUAL TO LCR-OPERADOR
            WRITE REGISTO-LIMCRED
                INVALID KEY
                    REWRITE REGISTO-LIMCRED
                    DISPLAY "Limite atualizado."
                NOT INVALID KEY
                    DISPLAY "Limite registado."
            END-WRITE
        END-IF
        CLOSE LIMCRED-FILE
    END-IF.

ATRIBUIR-PLANO-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GPC-ID-ALUNO
    DISPLAY "Codigo do plano curricular: " NO ADVANCING
    ACCEPT GPC-PLANO
    MOVE ZERO TO ALUNOMASTER-TENTATIVAS
    MOVE "99" TO ALUNOMASTER-STATUS
    PERFORM UNTIL ALUNOMASTER-STATUS = "00"
        OR ALUNOMASTER-TENTATIVAS = 5
        OPEN I-O ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS NOT = "00"
            ADD 1 TO ALUNOMASTER-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        MOVE GPC-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                DISPLAY "Aluno nao encontrado no ficheiro mestre."
            NOT INVALID KEY
                MOVE GPC-PLANO TO MASTER-PLANO
                REWRITE REGISTO-ALUNO-MASTER
                DISPLAY "Aluno " MASTER-NOME-ALUNO
                    " associado ao plano " GPC-PLANO "."
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

LISTAR-DEPARTAMENTOS.
    MOVE ZERO TO GPC-TOTAL-LISTADAS
    MOVE 'N' TO GPC-FIM-FICHEIRO
    OPEN INPUT PLANODEP-FILE.
    IF PLANODEP-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PLANODEP-FILE. Status: " PLANODEP-STATUS
    ELSE
        PERFORM UNTIL GPC-FIM-FICHEIRO = 'Y'
            READ PLANODEP-FILE NEXT RECORD
                AT END MOVE 'Y' TO GPC-FIM-FICHEIRO
                NOT AT END
                    DISPLAY PLD-PLANO "    departamento "
                        PLD-DEPARTAMENTO "  em " PLD-DATA
                        " por " PLD-OPERADOR
                    ADD 1 TO GPC-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE PLANODEP-FILE
        DISPLAY "Total de planos com departamento: "
            GPC-TOTAL-LISTADAS
    END-IF.

DEFINIR-DEPARTAMENTO.
    DISPLAY "Codigo do plano: " NO ADVANCING
    ACCEPT GPC-PLANO
    DISPLAY "Departamento (ENTER = retirar): " NO ADVANCING
    MOVE SPACES TO GPC-DEPARTAMENTO
    ACCEPT GPC-DEPARTAMENTO
    MOVE ZERO TO PLANODEP-TENTATIVAS
    MOVE "99" TO PLANODEP-STATUS
    PERFORM UNTIL PLANODEP-STATUS = "00"
        OR PLANODEP-TENTATIVAS = 5
        OPEN I-O PLANODEP-FILE
        IF PLANODEP-STATUS NOT = "00"
            ADD 1 TO PLANODEP-TENTATIVAS
        END-IF
    END-PERFORM
    IF PLANODEP-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PLANODEP-FILE. Status: " PLANODEP-STATUS
    ELSE
        MOVE GPC-PLANO TO PLD-PLANO
        IF GPC-DEPARTAMENTO = SPACES
            DELETE PLANODEP-FILE
                INVALID KEY
                    DISPLAY "Plano sem departamento definido."
                NOT INVALID KEY
                    DISPLAY "Departamento retirado."
            END-DELETE
        ELSE
            MOVE GPC-DEPARTAMENTO TO PLD-DEPARTAMENTO
            ACCEPT PLD-DATA FROM DATE YYYYMMDD
            MOVE SES-OPERADOR-ATUAL TO PLD-OPERADOR
            WRITE REGISTO-PLANODEP
                INVALID KEY
                    REWRITE REGISTO-PLANODEP
                    DISPLAY "Departamento atualizado."
                NOT INVALID KEY
                    DISPLAY "Departamento registado."
            END-WRITE
        END-IF
        CLOSE PLANODEP-FILE
    END-IF.

COPY "psessao.cbl".
