*>****************************************************************
*> Author:
*> Date:
*> Purpose: seguro escolar de acidentes. Registo da data de
*>          nascimento do aluno no ficheiro mestre (exigida pela
*>          seguradora), consulta das coberturas de um aluno
*>          (SEGUROS.dat, criadas pelo lote seguro_escolar) e
*>          registo de sinistros (SINISTROS.dat, numero do
*>          contador SINISTRO de SEQCONTROL.dat). Um sinistro so
*>          e aceite para um aluno coberto no semestre na data da
*>          ocorrencia; depois e participado a seguradora, com a
*>          referencia que esta atribuir, e encerrado.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_seguro_escolar.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slseguro.cbl".
     COPY "slsinistro.cbl".
     COPY "slalunomaster.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdseguro.cbl".
  COPY "fdsinistro.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsseguro.cbl".
  COPY "wssinistro.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wssessao.cbl".
    77 GSE-OPCAO             PIC 9 VALUE ZERO.
    77 GSE-SAIR              PIC X VALUE 'N'.
    77 GSE-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GSE-HOJE              PIC 9(8).
    77 GSE-ID-ALUNO          PIC 9(5).
    77 GSE-SEMESTRE          PIC X(6).
    77 GSE-DATA-NASCIMENTO   PIC 9(8).
    77 GSE-DATA-OCORRENCIA   PIC 9(8).
    77 GSE-LOCAL             PIC X(30).
    77 GSE-DESCRICAO         PIC X(60).
    77 GSE-REFERENCIA        PIC X(15).
    77 GSE-NUMERO            PIC 9(5).
    77 GSE-NUMERO-OK         PIC X VALUE 'N'.
    77 GSE-MAIOR             PIC 9(5).
    77 GSE-COBERTO           PIC X VALUE 'N'.
    77 GSE-ESTADO-TXT        PIC X(12).
    77 GSE-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvseguro.cbl".
COPY "rvsinistro.cbl".
COPY "rvalunomaster.cbl".
COPY "rvseqcontrol.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir o seguro escolar."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GSE-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-SINISTROS-FILE
    PERFORM UNTIL GSE-SAIR = 'Y'
        PERFORM MENU-SEGURO
    END-PERFORM.
GOBACK.

MENU-SEGURO.
    DISPLAY "==================================="
    DISPLAY "         SEGURO ESCOLAR"
    DISPLAY "==================================="
    DISPLAY "1 - Registar data de nascimento do aluno"
    DISPLAY "2 - Consultar coberturas de um aluno"
    DISPLAY "3 - Registar sinistro"
    DISPLAY "4 - Participar sinistro a seguradora"
    DISPLAY "5 - Encerrar sinistro"
    DISPLAY "6 - Listar sinistros de um semestre"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GSE-OPCAO
    EVALUATE GSE-OPCAO
        WHEN 1
            PERFORM REGISTAR-DATA-NASCIMENTO
        WHEN 2
            PERFORM CONSULTAR-COBERTURAS
        WHEN 3
            PERFORM REGISTAR-SINISTRO
        WHEN 4
            PERFORM PARTICIPAR-SINISTRO
        WHEN 5
            PERFORM ENCERRAR-SINISTRO
        WHEN 6
            PERFORM LISTAR-SINISTROS
        WHEN 0
            MOVE 'Y' TO GSE-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-SINISTROS-FILE.
    OPEN INPUT SINISTROS-FILE.
    IF SINISTROS-STATUS = "35"
        OPEN OUTPUT SINISTROS-FILE
        CLOSE SINISTROS-FILE
    ELSE
        IF SINISTROS-STATUS = "00"
            CLOSE SINISTROS-FILE
        END-IF
    END-IF.

GARANTIR-SEQCONTROL-FILE.
    OPEN INPUT SEQCONTROL-FILE.
    IF SEQCONTROL-STATUS = "35"
        OPEN OUTPUT SEQCONTROL-FILE
        CLOSE SEQCONTROL-FILE
    ELSE
        IF SEQCONTROL-STATUS = "00"
            CLOSE SEQCONTROL-FILE
        END-IF
    END-IF.

REGISTAR-DATA-NASCIMENTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GSE-ID-ALUNO
    DISPLAY "Data de nascimento (AAAAMMDD): " NO ADVANCING
    ACCEPT GSE-DATA-NASCIMENTO
    IF GSE-DATA-NASCIMENTO NOT NUMERIC
        OR GSE-DATA-NASCIMENTO < 19000101
        OR GSE-DATA-NASCIMENTO NOT < GSE-HOJE
        DISPLAY "Data de nascimento invalida."
    ELSE
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
            MOVE GSE-ID-ALUNO TO MASTER-ID-ALUNO
            READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                INVALID KEY
                    DISPLAY "Aluno nao encontrado."
                NOT INVALID KEY
                    MOVE GSE-DATA-NASCIMENTO TO MASTER-DATA-NASCIMENTO
                    REWRITE REGISTO-ALUNO-MASTER
                    DISPLAY "Data de nascimento registada para "
                        MASTER-NOME-ALUNO "."
            END-READ
            CLOSE ALUNO-MASTER-FILE
        END-IF
    END-IF.

CONSULTAR-COBERTURAS.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GSE-ID-ALUNO
    MOVE ZERO TO GSE-TOTAL-LISTADOS
    OPEN INPUT SEGUROS-FILE.
    IF SEGUROS-STATUS NOT = "00"
        DISPLAY "Sem registo de coberturas (status "
            SEGUROS-STATUS ")."
    ELSE
        MOVE 'N' TO GSE-FIM-FICHEIRO
        MOVE GSE-ID-ALUNO TO SEG-ID-ALUNO
        START SEGUROS-FILE KEY IS EQUAL TO SEG-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GSE-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GSE-FIM-FICHEIRO = 'Y'
            READ SEGUROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSE-FIM-FICHEIRO
                NOT AT END
                    IF SEG-ID-ALUNO NOT = GSE-ID-ALUNO
                        MOVE 'Y' TO GSE-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-COBERTURA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEGUROS-FILE
        DISPLAY "Total de coberturas: " GSE-TOTAL-LISTADOS
    END-IF.

MOSTRAR-COBERTURA.
    IF SEG-COBERTO
        MOVE "coberto" TO GSE-ESTADO-TXT
    ELSE
        MOVE "anulado" TO GSE-ESTADO-TXT
    END-IF
    DISPLAY SEG-SEMESTRE " " SEG-NOME " " GSE-ESTADO-TXT
        " de " SEG-DATA-INICIO " a " SEG-DATA-FIM
        " premio cobrado em " SEG-DATA-COBRANCA
        " enviado em " SEG-DATA-ENVIO
    ADD 1 TO GSE-TOTAL-LISTADOS.

REGISTAR-SINISTRO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GSE-ID-ALUNO
    DISPLAY "Semestre (ex: 2026S1): " NO ADVANCING
    ACCEPT GSE-SEMESTRE
    DISPLAY "Data da ocorrencia (AAAAMMDD): " NO ADVANCING
    ACCEPT GSE-DATA-OCORRENCIA
    IF GSE-DATA-OCORRENCIA NOT NUMERIC
        OR GSE-DATA-OCORRENCIA > GSE-HOJE
        DISPLAY "Data da ocorrencia invalida."
    ELSE
        PERFORM VERIFICAR-COBERTURA
        IF GSE-COBERTO = 'N'
            DISPLAY "O aluno nao estava coberto pelo seguro escolar"
                " nessa data. Sinistro nao registado."
        ELSE
            DISPLAY "Local: " NO ADVANCING
            MOVE SPACES TO GSE-LOCAL
            ACCEPT GSE-LOCAL
            DISPLAY "Descricao: " NO ADVANCING
            MOVE SPACES TO GSE-DESCRICAO
            ACCEPT GSE-DESCRICAO
            PERFORM OBTER-NUMERO-SINISTRO
            IF GSE-NUMERO-OK = 'S'
                PERFORM GRAVAR-SINISTRO
            END-IF
        END-IF
    END-IF.

VERIFICAR-COBERTURA.
*> coberto se a ocorrencia cai entre o inicio e o fim (ou sem
*> fim) da cobertura do semestre.
    MOVE 'N' TO GSE-COBERTO
    OPEN INPUT SEGUROS-FILE.
    IF SEGUROS-STATUS = "00"
        MOVE GSE-SEMESTRE TO SEG-SEMESTRE
        MOVE GSE-ID-ALUNO TO SEG-ID-ALUNO
        READ SEGUROS-FILE KEY IS SEG-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF GSE-DATA-OCORRENCIA NOT < SEG-DATA-INICIO
                    AND (SEG-DATA-FIM = ZERO
                        OR GSE-DATA-OCORRENCIA NOT > SEG-DATA-FIM)
                    MOVE 'S' TO GSE-COBERTO
                END-IF
        END-READ
        CLOSE SEGUROS-FILE
    END-IF.

OBTER-NUMERO-SINISTRO.
*> contador SINISTRO de SEQCONTROL.dat; na primeira utilizacao
*> arranca a seguir ao maior numero ja gravado.
    MOVE 'N' TO GSE-NUMERO-OK
    PERFORM GARANTIR-SEQCONTROL-FILE
    MOVE ZERO TO SEQCONTROL-TENTATIVAS
    MOVE "99" TO SEQCONTROL-STATUS
    PERFORM UNTIL SEQCONTROL-STATUS = "00" OR SEQCONTROL-TENTATIVAS = 5
        OPEN I-O SEQCONTROL-FILE
        IF SEQCONTROL-STATUS NOT = "00"
            ADD 1 TO SEQCONTROL-TENTATIVAS
        END-IF
    END-PERFORM
    IF SEQCONTROL-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SEQCONTROL-FILE. Status: "
            SEQCONTROL-STATUS
    ELSE
        MOVE "SINISTRO" TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-SEQ-SINISTRO
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE SEQ-PROXIMO TO GSE-NUMERO
        ADD 1 TO SEQ-PROXIMO
        REWRITE REGISTO-SEQCONTROL
        CLOSE SEQCONTROL-FILE
        MOVE 'S' TO GSE-NUMERO-OK
    END-IF.

INICIALIZAR-SEQ-SINISTRO.
    MOVE ZERO TO GSE-MAIOR
    MOVE 'N' TO GSE-FIM-FICHEIRO
    OPEN INPUT SINISTROS-FILE
    IF SINISTROS-STATUS = "00"
        PERFORM UNTIL GSE-FIM-FICHEIRO = 'Y'
            READ SINISTROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSE-FIM-FICHEIRO
                NOT AT END
                    IF SIN-NUMERO > GSE-MAIOR
                        MOVE SIN-NUMERO TO GSE-MAIOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SINISTROS-FILE
    END-IF
    MOVE "SINISTRO" TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = GSE-MAIOR + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

GRAVAR-SINISTRO.
    MOVE ZERO TO SINISTROS-TENTATIVAS
    MOVE "99" TO SINISTROS-STATUS
    PERFORM UNTIL SINISTROS-STATUS = "00" OR SINISTROS-TENTATIVAS = 5
        OPEN I-O SINISTROS-FILE
        IF SINISTROS-STATUS NOT = "00"
            ADD 1 TO SINISTROS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SINISTROS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SINISTROS-FILE. Status: "
            SINISTROS-STATUS
    ELSE
        MOVE GSE-NUMERO TO SIN-NUMERO
        MOVE GSE-ID-ALUNO TO SIN-ID-ALUNO
        MOVE GSE-SEMESTRE TO SIN-SEMESTRE
        MOVE GSE-DATA-OCORRENCIA TO SIN-DATA-OCORRENCIA
        MOVE GSE-LOCAL TO SIN-LOCAL
        MOVE GSE-DESCRICAO TO SIN-DESCRICAO
        MOVE "A" TO SIN-ESTADO
        MOVE ZERO TO SIN-DATA-PARTICIPACAO
        MOVE SPACES TO SIN-REF-SEGURADORA
        MOVE ZERO TO SIN-DATA-FECHO
        MOVE GSE-HOJE TO SIN-DATA-REGISTO
        MOVE SES-OPERADOR-ATUAL TO SIN-OPERADOR
        WRITE REGISTO-SINISTRO
            INVALID KEY
                DISPLAY "Erro: o sinistro " GSE-NUMERO " ja existe."
            NOT INVALID KEY
                DISPLAY "Sinistro " GSE-NUMERO " registado."
        END-WRITE
        CLOSE SINISTROS-FILE
    END-IF.

PARTICIPAR-SINISTRO.
    DISPLAY "Numero do sinistro: " NO ADVANCING
    ACCEPT GSE-NUMERO
    DISPLAY "Referencia da seguradora: " NO ADVANCING
    MOVE SPACES TO GSE-REFERENCIA
    ACCEPT GSE-REFERENCIA
    MOVE ZERO TO SINISTROS-TENTATIVAS
    MOVE "99" TO SINISTROS-STATUS
    PERFORM UNTIL SINISTROS-STATUS = "00" OR SINISTROS-TENTATIVAS = 5
        OPEN I-O SINISTROS-FILE
        IF SINISTROS-STATUS NOT = "00"
            ADD 1 TO SINISTROS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SINISTROS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SINISTROS-FILE. Status: "
            SINISTROS-STATUS
    ELSE
        MOVE GSE-NUMERO TO SIN-NUMERO
        READ SINISTROS-FILE KEY IS SIN-NUMERO
            INVALID KEY
                DISPLAY "Sinistro nao encontrado."
            NOT INVALID KEY
                IF NOT SIN-ABERTO
                    DISPLAY "O sinistro ja foi participado ou"
                        " encerrado."
                ELSE
                    MOVE "P" TO SIN-ESTADO
                    MOVE GSE-HOJE TO SIN-DATA-PARTICIPACAO
                    MOVE GSE-REFERENCIA TO SIN-REF-SEGURADORA
                    MOVE SES-OPERADOR-ATUAL TO SIN-OPERADOR
                    REWRITE REGISTO-SINISTRO
                    DISPLAY "Sinistro participado."
                END-IF
        END-READ
        CLOSE SINISTROS-FILE
    END-IF.

ENCERRAR-SINISTRO.
    DISPLAY "Numero do sinistro: " NO ADVANCING
    ACCEPT GSE-NUMERO
    MOVE ZERO TO SINISTROS-TENTATIVAS
    MOVE "99" TO SINISTROS-STATUS
    PERFORM UNTIL SINISTROS-STATUS = "00" OR SINISTROS-TENTATIVAS = 5
        OPEN I-O SINISTROS-FILE
        IF SINISTROS-STATUS NOT = "00"
            ADD 1 TO SINISTROS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SINISTROS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SINISTROS-FILE. Status: "
            SINISTROS-STATUS
    ELSE
        MOVE GSE-NUMERO TO SIN-NUMERO
        READ SINISTROS-FILE KEY IS SIN-NUMERO
            INVALID KEY
                DISPLAY "Sinistro nao encontrado."
            NOT INVALID KEY
                IF SIN-FECHADO
                    DISPLAY "O sinistro ja esta encerrado."
                ELSE
                    MOVE "F" TO SIN-ESTADO
                    MOVE GSE-HOJE TO SIN-DATA-FECHO
                    MOVE SES-OPERADOR-ATUAL TO SIN-OPERADOR
                    REWRITE REGISTO-SINISTRO
                    DISPLAY "Sinistro encerrado."
                END-IF
        END-READ
        CLOSE SINISTROS-FILE
    END-IF.

LISTAR-SINISTROS.
    DISPLAY "Semestre (vazio = todos): " NO ADVANCING
    MOVE SPACES TO GSE-SEMESTRE
    ACCEPT GSE-SEMESTRE
    MOVE ZERO TO GSE-TOTAL-LISTADOS
    MOVE 'N' TO GSE-FIM-FICHEIRO
    OPEN INPUT SINISTROS-FILE.
    IF SINISTROS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SINISTROS-FILE. Status: "
            SINISTROS-STATUS
    ELSE
        PERFORM UNTIL GSE-FIM-FICHEIRO = 'Y'
            READ SINISTROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GSE-FIM-FICHEIRO
                NOT AT END
                    IF GSE-SEMESTRE = SPACES
                        OR SIN-SEMESTRE = GSE-SEMESTRE
                        PERFORM MOSTRAR-SINISTRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SINISTROS-FILE
        DISPLAY "Total de sinistros: " GSE-TOTAL-LISTADOS
    END-IF.

MOSTRAR-SINISTRO.
    EVALUATE TRUE
        WHEN SIN-ABERTO
            MOVE "aberto" TO GSE-ESTADO-TXT
        WHEN SIN-PARTICIPADO
            MOVE "participado" TO GSE-ESTADO-TXT
        WHEN OTHER
            MOVE "encerrado" TO GSE-ESTADO-TXT
    END-EVALUATE
    DISPLAY SIN-NUMERO " aluno " SIN-ID-ALUNO " " SIN-SEMESTRE " "
        SIN-DATA-OCORRENCIA " " GSE-ESTADO-TXT " "
        SIN-REF-SEGURADORA
    DISPLAY "      " SIN-LOCAL " " SIN-DESCRICAO
    ADD 1 TO GSE-TOTAL-LISTADOS.

COPY "psessao.cbl".
