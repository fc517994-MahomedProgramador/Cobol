*>****************************************************************
*> Author:
*> Date:
*> Purpose: candidaturas de acesso (CANDIDATURAS.dat) e vagas por
*>          plano curricular e fase (VAGAS.dat, numerus
*>          clausus). Cada candidatura guarda os dados e
*>          contactos do candidato, a nota de candidatura, o
*>          plano (PLC-PLANO) e a fase do concurso; o numero da
*>          candidatura sai do contador CANDIDATO de
*>          SEQCONTROL.dat. A seriacao e feita em lote por
*>          seriar_candidaturas. O candidato colocado que
*>          confirma passa a aluno: ID do contador ALUNO de
*>          SEQCONTROL.dat, registo em FICHEIRO-ALUNOS e no
*>          ficheiro mestre (com o plano e a data de nascimento)
*>          e contactos copiados para CONTACTOSALUNO.dat.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_candidaturas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcandidatura.cbl".
     COPY "slvaga.cbl".
     COPY "slplanocurr.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slaluno.cbl".
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slauditaluno.cbl".
     COPY "sljournal.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdcandidatura.cbl".
  COPY "fdvaga.cbl".
  COPY "fdplanocurr.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdaluno.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdjournal.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wscandidatura.cbl".
  COPY "wsvaga.cbl".
  COPY "wsplanocurr.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wsaluno.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wsjournal.cbl".
  COPY "wssessao.cbl".
    77 GCA-OPCAO             PIC 9 VALUE ZERO.
    77 GCA-SAIR              PIC X VALUE 'N'.
    77 GCA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GCA-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GCA-ANO               PIC 9(4).
    77 GCA-PLANO             PIC X(6).
    77 GCA-FASE              PIC 9.
    77 GCA-NUMERO            PIC 9(5).
    77 GCA-VAGAS             PIC 9(4).
    77 GCA-PLANO-EXISTE      PIC X VALUE 'N'.
    77 GCA-NUMERO-OK         PIC X VALUE 'N'.
    77 GCA-MAIOR             PIC 9(5) VALUE ZERO.
    77 GCA-LIVRE             PIC X VALUE 'N'.
    77 GCA-ID-ALUNO          PIC 9(5) VALUE ZERO.
    77 GCA-ID-OK             PIC X VALUE 'N'.
    77 GCA-CONFIRMACAO       PIC X.
    77 GCA-DATA              PIC 9(8).
    77 GCA-DATA-NASCIMENTO   PIC 9(8) VALUE ZERO.
    01 GCA-CANDIDATO.
       05 GCA-NOME             PIC X(30).
       05 GCA-DOC-ID           PIC X(12).
       05 GCA-NOTA             PIC 99V99.
       05 GCA-MORADA-1         PIC X(30).
       05 GCA-MORADA-2         PIC X(30).
       05 GCA-CODIGO-POSTAL    PIC X(8).
       05 GCA-LOCALIDADE       PIC X(20).
       05 GCA-TELEFONE         PIC X(15).
       05 GCA-EMAIL            PIC X(30).
       05 GCA-EMERGENCIA-NOME  PIC X(30).
       05 GCA-EMERGENCIA-TEL   PIC X(15).

PROCEDURE DIVISION.
COPY "rvcandidatura.cbl".
COPY "rvvaga.cbl".
COPY "rvplanocurr.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvaluno.cbl".
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvauditaluno.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir candidaturas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GCA-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-CANDIDATURAS
    PERFORM GARANTIR-VAGAS
    PERFORM UNTIL GCA-SAIR = 'Y'
        PERFORM MENU-CANDIDATURAS
    END-PERFORM.
GOBACK.

MENU-CANDIDATURAS.
    DISPLAY "==================================="
    DISPLAY "      CANDIDATURAS DE ACESSO"
    DISPLAY "==================================="
    DISPLAY "1 - Listar candidaturas de um concurso"
    DISPLAY "2 - Registar candidatura"
    DISPLAY "3 - Definir vagas de plano/fase"
    DISPLAY "4 - Listar vagas de um ano"
    DISPLAY "5 - Confirmar colocacao (matricular candidato)"
    DISPLAY "6 - Registar desistencia de candidato"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GCA-OPCAO
    EVALUATE GCA-OPCAO
        WHEN 1
            PERFORM LISTAR-CANDIDATURAS
        WHEN 2
            PERFORM REGISTAR-CANDIDATURA
        WHEN 3
            PERFORM DEFINIR-VAGAS
        WHEN 4
            PERFORM LISTAR-VAGAS
        WHEN 5
            PERFORM CONFIRMAR-COLOCACAO
        WHEN 6
            PERFORM REGISTAR-DESISTENCIA
        WHEN 0
            MOVE 'Y' TO GCA-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-CANDIDATURAS.
    OPEN INPUT CANDIDATURAS-FILE.
        IF CANDIDATURAS-STATUS = "35"
            OPEN OUTPUT CANDIDATURAS-FILE
            CLOSE CANDIDATURAS-FILE
        ELSE
            IF CANDIDATURAS-STATUS = "00"
                CLOSE CANDIDATURAS-FILE
            END-IF
        END-IF.

GARANTIR-VAGAS.
    OPEN INPUT VAGAS-FILE.
        IF VAGAS-STATUS = "35"
            OPEN OUTPUT VAGAS-FILE
            CLOSE VAGAS-FILE
        ELSE
            IF VAGAS-STATUS = "00"
                CLOSE VAGAS-FILE
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

PEDIR-CONCURSO.
    DISPLAY "Ano do concurso (AAAA): " NO ADVANCING
    ACCEPT GCA-ANO
    DISPLAY "Plano curricular: " NO ADVANCING
    ACCEPT GCA-PLANO
    DISPLAY "Fase (1 a 3): " NO ADVANCING
    ACCEPT GCA-FASE.

VALIDAR-PLANO.
*> o plano existe quando tem pelo menos uma linha em
*> PLANOCURR.dat (gerir_planocurr).
    MOVE 'N' TO GCA-PLANO-EXISTE
    OPEN INPUT PLANOCURR-FILE.
    IF PLANOCURR-STATUS = "00"
        MOVE GCA-PLANO TO PLC-PLANO
        MOVE ZERO TO PLC-SEQ
        START PLANOCURR-FILE KEY IS NOT LESS THAN PLC-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ PLANOCURR-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PLC-PLANO = GCA-PLANO
                            MOVE 'S' TO GCA-PLANO-EXISTE
                        END-IF
                END-READ
        END-START
        CLOSE PLANOCURR-FILE
    END-IF.

LISTAR-CANDIDATURAS.
    PERFORM PEDIR-CONCURSO
    MOVE ZERO TO GCA-TOTAL-LISTADAS
    MOVE 'N' TO GCA-FIM-FICHEIRO
    OPEN INPUT CANDIDATURAS-FILE.
    IF CANDIDATURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CANDIDATURAS-FILE. Status: "
            CANDIDATURAS-STATUS
    ELSE
        MOVE GCA-ANO TO CAN-ANO
        MOVE GCA-PLANO TO CAN-PLANO
        MOVE GCA-FASE TO CAN-FASE
        START CANDIDATURAS-FILE KEY IS NOT LESS THAN CAN-CONCURSO
            INVALID KEY
                MOVE 'Y' TO GCA-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GCA-FIM-FICHEIRO = 'Y'
            READ CANDIDATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCA-FIM-FICHEIRO
                NOT AT END
                    IF CAN-ANO NOT = GCA-ANO
                        OR CAN-PLANO NOT = GCA-PLANO
                        OR CAN-FASE NOT = GCA-FASE
                        MOVE 'Y' TO GCA-FIM-FICHEIRO
                    ELSE
                        DISPLAY CAN-NUMERO "  " CAN-NOME
                            "  nota " CAN-NOTA-CANDIDATURA
                            "  estado " CAN-ESTADO
                            "  ordem " CAN-ORDEM
                            "  aluno " CAN-ID-ALUNO
                        ADD 1 TO GCA-TOTAL-LISTADAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CANDIDATURAS-FILE
        DISPLAY "Total de candidaturas: " GCA-TOTAL-LISTADAS
    END-IF.

REGISTAR-CANDIDATURA.
    PERFORM PEDIR-CONCURSO
    PERFORM VALIDAR-PLANO
    IF GCA-PLANO-EXISTE = 'N'
        DISPLAY "Plano curricular " GCA-PLANO " inexistente."
    ELSE
        IF GCA-FASE < 1 OR GCA-FASE > 3
            DISPLAY "Fase invalida."
        ELSE
            MOVE SPACES TO GCA-CANDIDATO
            DISPLAY "Nome do candidato: " NO ADVANCING
            ACCEPT GCA-NOME
            DISPLAY "Documento de identificacao: " NO ADVANCING
            ACCEPT GCA-DOC-ID
            DISPLAY "Nota de candidatura (0 a 20): " NO ADVANCING
            ACCEPT GCA-NOTA
            DISPLAY "Morada (linha 1): " NO ADVANCING
            ACCEPT GCA-MORADA-1
            DISPLAY "Morada (linha 2): " NO ADVANCING
            ACCEPT GCA-MORADA-2
            DISPLAY "Codigo postal: " NO ADVANCING
            ACCEPT GCA-CODIGO-POSTAL
            DISPLAY "Localidade: " NO ADVANCING
            ACCEPT GCA-LOCALIDADE
            DISPLAY "Telefone: " NO ADVANCING
            ACCEPT GCA-TELEFONE
            DISPLAY "Email: " NO ADVANCING
            ACCEPT GCA-EMAIL
            DISPLAY "Contacto de emergencia (nome): " NO ADVANCING
            ACCEPT GCA-EMERGENCIA-NOME
            DISPLAY "Contacto de emergencia (telefone): "
                NO ADVANCING
            ACCEPT GCA-EMERGENCIA-TEL
            IF GCA-NOME = SPACES OR GCA-NOTA NOT NUMERIC
                OR GCA-NOTA > 20
                DISPLAY "Nome e nota de candidatura validos sao"
                    " obrigatorios."
            ELSE
                PERFORM OBTER-NUMERO-CANDIDATURA
                IF GCA-NUMERO-OK = 'S'
                    PERFORM GRAVAR-CANDIDATURA
                END-IF
            END-IF
        END-IF
    END-IF.

OBTER-NUMERO-CANDIDATURA.
*> contador CANDIDATO de SEQCONTROL.dat; na primeira utilizacao
*> arranca a seguir ao maior numero ja gravado.
    MOVE 'N' TO GCA-NUMERO-OK
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
        MOVE "CANDIDATO" TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-SEQ-CANDIDATO
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE SEQ-PROXIMO TO GCA-NUMERO
        ADD 1 TO SEQ-PROXIMO
        REWRITE REGISTO-SEQCONTROL
        CLOSE SEQCONTROL-FILE
        MOVE 'S' TO GCA-NUMERO-OK
    END-IF.

INICIALIZAR-SEQ-CANDIDATO.
    MOVE ZERO TO GCA-MAIOR
    MOVE 'N' TO GCA-FIM-FICHEIRO
    OPEN INPUT CANDIDATURAS-FILE
    IF CANDIDATURAS-STATUS = "00"
        PERFORM UNTIL GCA-FIM-FICHEIRO = 'Y'
            READ CANDIDATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCA-FIM-FICHEIRO
                NOT AT END
                    IF CAN-NUMERO > GCA-MAIOR
                        MOVE CAN-NUMERO TO GCA-MAIOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CANDIDATURAS-FILE
    END-IF
    MOVE "CANDIDATO" TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = GCA-MAIOR + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

GRAVAR-CANDIDATURA.
    MOVE ZERO TO CANDIDATURAS-TENTATIVAS
    MOVE "99" TO CANDIDATURAS-STATUS
    PERFORM UNTIL CANDIDATURAS-STATUS = "00"
        OR CANDIDATURAS-TENTATIVAS = 5
        OPEN I-O CANDIDATURAS-FILE
        IF CANDIDATURAS-STATUS NOT = "00"
            ADD 1 TO CANDIDATURAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CANDIDATURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CANDIDATURAS-FILE. Status: "
            CANDIDATURAS-STATUS
    ELSE
        MOVE GCA-NUMERO TO CAN-NUMERO
        MOVE GCA-ANO TO CAN-ANO
        MOVE GCA-PLANO TO CAN-PLANO
        MOVE GCA-FASE TO CAN-FASE
        MOVE GCA-NOME TO CAN-NOME
        MOVE GCA-DOC-ID TO CAN-DOC-ID
        MOVE GCA-NOTA TO CAN-NOTA-CANDIDATURA
        MOVE GCA-DATA TO CAN-DATA
        MOVE GCA-MORADA-1 TO CAN-MORADA-1
        MOVE GCA-MORADA-2 TO CAN-MORADA-2
        MOVE GCA-CODIGO-POSTAL TO CAN-CODIGO-POSTAL
        MOVE GCA-LOCALIDADE TO CAN-LOCALIDADE
        MOVE GCA-TELEFONE TO CAN-TELEFONE
        MOVE GCA-EMAIL TO CAN-EMAIL
        MOVE GCA-EMERGENCIA-NOME TO CAN-EMERGENCIA-NOME
        MOVE GCA-EMERGENCIA-TEL TO CAN-EMERGENCIA-TEL
        MOVE "P" TO CAN-ESTADO
        MOVE ZERO TO CAN-ORDEM
        MOVE ZERO TO CAN-ID-ALUNO
        WRITE REGISTO-CANDIDATURA
            INVALID KEY
                DISPLAY "Erro: numero de candidatura duplicado "
                    GCA-NUMERO "."
            NOT INVALID KEY
                DISPLAY "Candidatura " GCA-NUMERO " registada."
        END-WRITE
        CLOSE CANDIDATURAS-FILE
    END-IF.

DEFINIR-VAGAS.
    PERFORM PEDIR-CONCURSO
    PERFORM VALIDAR-PLANO
    IF GCA-PLANO-EXISTE = 'N'
        DISPLAY "Plano curricular " GCA-PLANO " inexistente."
    ELSE
        DISPLAY "Numero de vagas: " NO ADVANCING
        ACCEPT GCA-VAGAS
        MOVE ZERO TO VAGAS-TENTATIVAS
        MOVE "99" TO VAGAS-STATUS
        PERFORM UNTIL VAGAS-STATUS = "00" OR VAGAS-TENTATIVAS = 5
            OPEN I-O VAGAS-FILE
            IF VAGAS-STATUS NOT = "00"
                ADD 1 TO VAGAS-TENTATIVAS
            END-IF
        END-PERFORM
        IF VAGAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir VAGAS-FILE. Status: " VAGAS-STATUS
        ELSE
            MOVE GCA-ANO TO VAG-ANO
            MOVE GCA-PLANO TO VAG-PLANO
            MOVE GCA-FASE TO VAG-FASE
            READ VAGAS-FILE KEY IS VAG-CHAVE
                INVALID KEY
                    MOVE GCA-VAGAS TO VAG-VAGAS
                    MOVE ZERO TO VAG-COLOCADOS
                    MOVE ZERO TO VAG-DATA-SERIACAO
                    WRITE REGISTO-VAGA
                    DISPLAY "Vagas registadas."
                NOT INVALID KEY
                    IF GCA-VAGAS < VAG-COLOCADOS
                        DISPLAY "Ja ha " VAG-COLOCADOS " colocados;"
                            " as vagas nao podem ser inferiores."
                    ELSE
                        MOVE GCA-VAGAS TO VAG-VAGAS
                        REWRITE REGISTO-VAGA
                        DISPLAY "Vagas atualizadas."
                    END-IF
            END-READ
            CLOSE VAGAS-FILE
        END-IF
    END-IF.

LISTAR-VAGAS.
    DISPLAY "Ano do concurso (AAAA): " NO ADVANCING
    ACCEPT GCA-ANO
    MOVE ZERO TO GCA-TOTAL-LISTADAS
    MOVE 'N' TO GCA-FIM-FICHEIRO
    OPEN INPUT VAGAS-FILE.
    IF VAGAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir VAGAS-FILE. Status: " VAGAS-STATUS
    ELSE
        MOVE GCA-ANO TO VAG-ANO
        MOVE LOW-VALUES TO VAG-PLANO
        MOVE ZERO TO VAG-FASE
        START VAGAS-FILE KEY IS NOT LESS THAN VAG-CHAVE
            INVALID KEY
                MOVE 'Y' TO GCA-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GCA-FIM-FICHEIRO = 'Y'
            READ VAGAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCA-FIM-FICHEIRO
                NOT AT END
                    IF VAG-ANO NOT = GCA-ANO
                        MOVE 'Y' TO GCA-FIM-FICHEIRO
                    ELSE
                        DISPLAY VAG-PLANO "  fase " VAG-FASE
                            "  vagas " VAG-VAGAS
                            "  colocados " VAG-COLOCADOS
                            "  seriado em " VAG-DATA-SERIACAO
                        ADD 1 TO GCA-TOTAL-LISTADAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VAGAS-FILE
        DISPLAY "Total de linhas: " GCA-TOTAL-LISTADAS
    END-IF.

CONFIRMAR-COLOCACAO.
*> so candidaturas colocadas pela seriacao; o candidato e criado
*> como aluno e a candidatura fica matriculada com o ID atribuido.
    DISPLAY "Numero da candidatura: " NO ADVANCING
    ACCEPT GCA-NUMERO
    MOVE ZERO TO CANDIDATURAS-TENTATIVAS
    MOVE "99" TO CANDIDATURAS-STATUS
    PERFORM UNTIL CANDIDATURAS-STATUS = "00"
        OR CANDIDATURAS-TENTATIVAS = 5
        OPEN I-O CANDIDATURAS-FILE
        IF CANDIDATURAS-STATUS NOT = "00"
            ADD 1 TO CANDIDATURAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CANDIDATURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CANDIDATURAS-FILE. Status: "
            CANDIDATURAS-STATUS
    ELSE
        MOVE GCA-NUMERO TO CAN-NUMERO
        READ CANDIDATURAS-FILE KEY IS CAN-NUMERO
            INVALID KEY
                DISPLAY "Candidatura nao encontrada."
            NOT INVALID KEY
                IF NOT CAN-COLOCADA
                    DISPLAY "A candidatura nao esta colocada (estado "
                        CAN-ESTADO ")."
                ELSE
                    DISPLAY "Candidato: " CAN-NOME
                    DISPLAY "Plano " CAN-PLANO "  fase " CAN-FASE
                        "  ordem " CAN-ORDEM
                    DISPLAY "Confirma a matricula (S/N): "
                        NO ADVANCING
                    ACCEPT GCA-CONFIRMACAO
                    IF GCA-CONFIRMACAO = "S" OR GCA-CONFIRMACAO = "s"
                        DISPLAY "Data de nascimento (AAAAMMDD): "
                            NO ADVANCING
                        ACCEPT GCA-DATA-NASCIMENTO
                        PERFORM CRIAR-ALUNO-CANDIDATO
                        IF GCA-ID-OK = 'S'
                            MOVE "M" TO CAN-ESTADO
                            MOVE GCA-ID-ALUNO TO CAN-ID-ALUNO
                            REWRITE REGISTO-CANDIDATURA
                            DISPLAY "Candidato matriculado com o ID "
                                GCA-ID-ALUNO "."
                        END-IF
                    ELSE
                        DISPLAY "Operacao cancelada."
                    END-IF
                END-IF
        END-READ
        CLOSE CANDIDATURAS-FILE
    END-IF.

CRIAR-ALUNO-CANDIDATO.
    PERFORM OBTER-ID-ALUNO
    IF GCA-ID-OK = 'S'
        PERFORM GRAVAR-ALUNO-CANDIDATO
    END-IF
    IF GCA-ID-OK = 'S'
        PERFORM GRAVAR-MASTER-CANDIDATO
        PERFORM GRAVAR-CONTACTOS-CANDIDATO
        PERFORM REGISTAR-AUDIT-ADMISSAO
    END-IF.

OBTER-ID-ALUNO.
*> mesmo contador ALUNO que a insercao em aluno_main_program:
*> salta IDs ja ocupados em FICHEIRO-ALUNOS.
    MOVE 'N' TO GCA-ID-OK
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
        MOVE "ALUNO" TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-SEQ-ALUNO
            NOT INVALID KEY
                CONTINUE
        END-READ
        PERFORM PROCURAR-ID-LIVRE
        MOVE SEQ-PROXIMO TO GCA-ID-ALUNO
        ADD 1 TO SEQ-PROXIMO
        REWRITE REGISTO-SEQCONTROL
        CLOSE SEQCONTROL-FILE
        MOVE 'S' TO GCA-ID-OK
    END-IF.

INICIALIZAR-SEQ-ALUNO.
    MOVE ZERO TO GCA-MAIOR
    MOVE 'N' TO GCA-FIM-FICHEIRO
    OPEN INPUT FICHEIRO-ALUNOS
    IF ALUNOS-STATUS = "00"
        PERFORM UNTIL GCA-FIM-FICHEIRO = 'Y'
            READ FICHEIRO-ALUNOS NEXT RECORD
                AT END MOVE 'Y' TO GCA-FIM-FICHEIRO
                NOT AT END
                    IF ID-ALUNO > GCA-MAIOR
                        MOVE ID-ALUNO TO GCA-MAIOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FICHEIRO-ALUNOS
    END-IF
    MOVE "ALUNO" TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = GCA-MAIOR + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

PROCURAR-ID-LIVRE.
    MOVE 'N' TO GCA-LIVRE
    OPEN INPUT FICHEIRO-ALUNOS
    IF ALUNOS-STATUS NOT = "00"
        MOVE 'S' TO GCA-LIVRE
    ELSE
        PERFORM UNTIL GCA-LIVRE = 'S'
            MOVE SEQ-PROXIMO TO ID-ALUNO
            READ FICHEIRO-ALUNOS KEY IS ID-ALUNO
                INVALID KEY
                    MOVE 'S' TO GCA-LIVRE
                NOT INVALID KEY
                    ADD 1 TO SEQ-PROXIMO
            END-READ
        END-PERFORM
        CLOSE FICHEIRO-ALUNOS
    END-IF.

GRAVAR-ALUNO-CANDIDATO.
    MOVE ZERO TO ALUNOS-TENTATIVAS
    MOVE "99" TO ALUNOS-STATUS
    PERFORM UNTIL ALUNOS-STATUS = "00" OR ALUNOS-TENTATIVAS = 5
        OPEN I-O FICHEIRO-ALUNOS
        IF ALUNOS-STATUS NOT = "00"
            ADD 1 TO ALUNOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUNOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FICHEIRO-ALUNOS. Status: " ALUNOS-STATUS
        MOVE 'N' TO GCA-ID-OK
    ELSE
        MOVE GCA-ID-ALUNO TO ID-ALUNO
        MOVE CAN-NOME TO NOME-ALUNO
        MOVE ZERO TO NOTA1
        MOVE ZERO TO NOTA2
        MOVE ZERO TO NOTA3
        MOVE ZERO TO MEDIAALUNO
        WRITE REGISTO-ALUNO
            INVALID KEY
                DISPLAY "Erro: o ID " GCA-ID-ALUNO " ja existe."
                MOVE 'N' TO GCA-ID-OK
            NOT INVALID KEY
                MOVE "ALUNOS" TO JRN-FICHEIRO
                MOVE "WRITE" TO JRN-OPERACAO
                MOVE REGISTO-ALUNO TO JRN-IMAGEM
                PERFORM REGISTAR-DIARIO
        END-WRITE
        CLOSE FICHEIRO-ALUNOS
    END-IF.

GRAVAR-MASTER-CANDIDATO.
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "35"
        OPEN OUTPUT ALUNO-MASTER-FILE
        CLOSE ALUNO-MASTER-FILE
    ELSE
        IF ALUNOMASTER-STATUS = "00"
            CLOSE ALUNO-MASTER-FILE
        END-IF
    END-IF
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
        DISPLAY "Aviso: ALUNO-MASTER-FILE indisponivel."
    ELSE
        MOVE GCA-ID-ALUNO TO MASTER-ID-ALUNO
        MOVE CAN-NOME TO MASTER-NOME-ALUNO
        MOVE "A" TO MASTER-ESTADO
        MOVE GCA-DATA TO MASTER-ESTADO-DATA
        MOVE "ADMISSAO" TO MASTER-ESTADO-MOTIVO
        MOVE "N" TO MASTER-BLOQUEADO
        MOVE CAN-PLANO TO MASTER-PLANO
        MOVE GCA-DATA-NASCIMENTO TO MASTER-DATA-NASCIMENTO
        WRITE REGISTO-ALUNO-MASTER
            INVALID KEY
                REWRITE REGISTO-ALUNO-MASTER
        END-WRITE
        CLOSE ALUNO-MASTER-FILE
    END-IF.

GRAVAR-CONTACTOS-CANDIDATO.
    OPEN INPUT CONTACTOS-ALUNO-FILE.
    IF CONTACTOSALUNO-STATUS = "35"
        OPEN OUTPUT CONTACTOS-ALUNO-FILE
        CLOSE CONTACTOS-ALUNO-FILE
    ELSE
        IF CONTACTOSALUNO-STATUS = "00"
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
    END-IF
    MOVE ZERO TO CONTACTOSALUNO-TENTATIVAS
    MOVE "99" TO CONTACTOSALUNO-STATUS
    PERFORM UNTIL CONTACTOSALUNO-STATUS = "00"
        OR CONTACTOSALUNO-TENTATIVAS = 5
        OPEN I-O CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS NOT = "00"
            ADD 1 TO CONTACTOSALUNO-TENTATIVAS
        END-IF
    END-PERFORM
    IF CONTACTOSALUNO-STATUS NOT = "00"
        DISPLAY "Aviso: contactos nao copiados (CONTACTOS-ALUNO-FILE"
            " status " CONTACTOSALUNO-STATUS ")."
    ELSE
        MOVE GCA-ID-ALUNO TO CTA-ID-ALUNO
        MOVE CAN-MORADA-1 TO CTA-MORADA-1
        MOVE CAN-MORADA-2 TO CTA-MORADA-2
        MOVE CAN-CODIGO-POSTAL TO CTA-CODIGO-POSTAL
        MOVE CAN-LOCALIDADE TO CTA-LOCALIDADE
        MOVE CAN-TELEFONE TO CTA-TELEFONE
        MOVE CAN-EMAIL TO CTA-EMAIL
        MOVE CAN-EMERGENCIA-NOME TO CTA-EMERGENCIA-NOME
        MOVE CAN-EMERGENCIA-TEL TO CTA-EMERGENCIA-TEL
        MOVE SPACES TO CTA-BANCO
        MOVE SPACES TO CTA-IBAN
        MOVE ZERO TO CTA-DD-DATA-ASSIN
        MOVE "N" TO CTA-DD-ESTADO
        MOVE SPACES TO CTA-NIF
        MOVE SPACES TO CTA-NIF-PAGADOR
        WRITE REGISTO-CONTACTO-ALUNO
            INVALID KEY
                REWRITE REGISTO-CONTACTO-ALUNO
        END-WRITE
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF.

REGISTAR-AUDIT-ADMISSAO.
    ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
    ACCEPT AUDIT-HORA FROM TIME
    MOVE "ADMISSAO" TO AUDIT-OPERACAO
    MOVE GCA-ID-ALUNO TO AUDIT-ID-ALUNO
    MOVE CAN-NOME TO AUDIT-NOME-ALUNO
    MOVE ZERO TO AUDITALUNO-TENTATIVAS
    MOVE "99" TO AUDITALUNO-STATUS
    PERFORM UNTIL AUDITALUNO-STATUS = "00" OR AUDITALUNO-TENTATIVAS = 5
        OPEN EXTEND AUDIT-ALUNOS-FILE
        IF AUDITALUNO-STATUS NOT = "00"
            ADD 1 TO AUDITALUNO-TENTATIVAS
        END-IF
    END-PERFORM
    IF AUDITALUNO-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir AUDIT-ALUNOS-FILE. Status: "
            AUDITALUNO-STATUS
    ELSE
        MOVE SES-OPERADOR-ATUAL TO AUDIT-OPERADOR
        WRITE REGISTO-AUDIT-ALUNO
        CLOSE AUDIT-ALUNOS-FILE
    END-IF.

REGISTAR-DESISTENCIA.
*> a desistencia de um colocado liberta a vaga para as fases
*> seguintes do mesmo plano.
    DISPLAY "Numero da candidatura: " NO ADVANCING
    ACCEPT GCA-NUMERO
    MOVE ZERO TO CANDIDATURAS-TENTATIVAS
    MOVE "99" TO CANDIDATURAS-STATUS
    PERFORM UNTIL CANDIDATURAS-STATUS = "00"
        OR CANDIDATURAS-TENTATIVAS = 5
        OPEN I-O CANDIDATURAS-FILE
        IF CANDIDATURAS-STATUS NOT = "00"
            ADD 1 TO CANDIDATURAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF CANDIDATURAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CANDIDATURAS-FILE. Status: "
            CANDIDATURAS-STATUS
    ELSE
        MOVE GCA-NUMERO TO CAN-NUMERO
        READ CANDIDATURAS-FILE KEY IS CAN-NUMERO
            INVALID KEY
                DISPLAY "Candidatura nao encontrada."
            NOT INVALID KEY
                IF CAN-MATRICULADA OR CAN-DESISTIU
                    DISPLAY "A candidatura ja esta encerrada (estado "
                        CAN-ESTADO ")."
                ELSE
                    IF CAN-COLOCADA
                        PERFORM LIBERTAR-VAGA
                    END-IF
                    MOVE "D" TO CAN-ESTADO
                    REWRITE REGISTO-CANDIDATURA
                    DISPLAY "Desistencia registada."
                END-IF
        END-READ
        CLOSE CANDIDATURAS-FILE
    END-IF.

LIBERTAR-VAGA.
    MOVE ZERO TO VAGAS-TENTATIVAS
    MOVE "99" TO VAGAS-STATUS
    PERFORM UNTIL VAGAS-STATUS = "00" OR VAGAS-TENTATIVAS = 5
        OPEN I-O VAGAS-FILE
        IF VAGAS-STATUS NOT = "00"
            ADD 1 TO VAGAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF VAGAS-STATUS = "00"
        MOVE CAN-ANO TO VAG-ANO
        MOVE CAN-PLANO TO VAG-PLANO
        MOVE CAN-FASE TO VAG-FASE
        READ VAGAS-FILE KEY IS VAG-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF VAG-COLOCADOS > ZERO
                    SUBTRACT 1 FROM VAG-COLOCADOS
                    REWRITE REGISTO-VAGA
                END-IF
        END-READ
        CLOSE VAGAS-FILE
    END-IF.

COPY "pjournal.cbl".

COPY "psessao.cbl".
