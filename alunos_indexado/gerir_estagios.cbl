*>****************************************************************
*> Author:
*> Date:
*> Purpose: estagios curriculares. Mantem as entidades de
*>          acolhimento (ENTIDADES.dat) com o numero e a validade
*>          do protocolo, e o estagio de cada aluno (ESTAGIOS.dat)
*>          no curso marcado como estagio no seu plano curricular
*>          (PLANOCURR.dat): entidade, datas, orientador da escola
*>          (DOC-ID), tutor na entidade, horas previstas e
*>          realizadas e estado. A colocacao exige protocolo em
*>          vigor durante todo o estagio. Na conclusao, com as
*>          horas cumpridas, a nota final e lancada em
*>          NOTASFILE.dat com as mesmas regras de inserir_nota
*>          (matricula ativa, semestre aberto, pauta por
*>          homologar, diario e historico).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_estagios.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slentidade.cbl".
     COPY "slestagio.cbl".
     COPY "slplanocurr.cbl".
     COPY "slalunomaster.cbl".
     COPY "sldocente.cbl".
     COPY "slnotas.cbl".
     COPY "slmatricula.cbl".
     COPY "slsemestre.cbl".
     COPY "slnotahist.cbl".
     COPY "sljournal.cbl".
     COPY "slhomolog.cbl".
     COPY "slpautaverif.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdentidade.cbl".
  COPY "fdestagio.cbl".
  COPY "fdplanocurr.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fddocente.cbl".
  COPY "fdnotas.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdnotahist.cbl".
  COPY "fdjournal.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdpautaverif.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsentidade.cbl".
  COPY "wsestagio.cbl".
  COPY "wsplanocurr.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsdocente.cbl".
  COPY "wsnotas.cbl".
  COPY "wsmatricula.cbl".
  COPY "wssemestre.cbl".
  COPY "wsnotahist.cbl".
  COPY "wsjournal.cbl".
  COPY "wshomolog.cbl".
  COPY "wspautaverif.cbl".
  COPY "wssessao.cbl".
    77 GES-OPCAO             PIC 9 VALUE ZERO.
    77 GES-SAIR              PIC X VALUE 'N'.
    77 GES-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GES-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GES-HOJE              PIC 9(8).
    77 GES-ENT-CODIGO        PIC X(6).
    77 GES-ENT-NOME          PIC X(40).
    77 GES-ENT-NIF           PIC X(9).
    77 GES-ENT-CONTACTO      PIC X(40).
    77 GES-PROTOCOLO         PIC X(12).
    77 GES-PROT-INICIO       PIC 9(8).
    77 GES-PROT-FIM          PIC 9(8).
    77 GES-ENT-ESTADO        PIC X.
    77 GES-ID-ALUNO          PIC 9(5).
    77 GES-CURSO             PIC X(6).
    77 GES-SEMESTRE          PIC X(6).
    77 GES-PLANO             PIC X(6).
    77 GES-DATA-INICIO       PIC 9(8).
    77 GES-DATA-FIM          PIC 9(8).
    77 GES-ORIENTADOR        PIC 9(4).
    77 GES-TUTOR             PIC X(30).
    77 GES-HORAS-PREVISTAS   PIC 9(4).
    77 GES-HORAS             PIC 9(4).
    77 GES-NOTA              PIC 99V99.
    77 GES-NOTA-ED           PIC Z9.99.
    77 GES-ALUNO-OK          PIC X VALUE 'N'.
    77 GES-ESTAGIO-PLANO     PIC X VALUE 'N'.
    77 GES-ENTIDADE-OK       PIC X VALUE 'N'.
    77 GES-DOCENTE-OK        PIC X VALUE 'N'.
    77 GES-MATRICULA-OK      PIC X VALUE 'N'.
    77 GES-SEMESTRE-OK       PIC X VALUE 'N'.
    77 GES-NOTA-EXISTIA      PIC X VALUE 'N'.
    77 GES-ESTAGIO-EXISTE    PIC X VALUE 'N'.
    77 GES-ESTADO-TXT        PIC X(12).
    77 GES-IDX               PIC 9(2).
    01 GES-NOTA-ANTERIOR.
       05 GES-ANT-TOTAL      PIC 9(2).
       05 GES-ANT-COMPONENTE OCCURS 10 TIMES.
          10 GES-ANT-VALOR   PIC 99V99.
          10 GES-ANT-PESO    PIC 9(3).
       05 GES-ANT-MEDIA      PIC 99V99.
       05 GES-ANT-RECURSO    PIC 99V99.
       05 GES-ANT-VIA-REC    PIC X.

PROCEDURE DIVISION.
COPY "rventidade.cbl".
COPY "rvestagio.cbl".
COPY "rvplanocurr.cbl".
COPY "rvalunomaster.cbl".
COPY "rvdocente.cbl".
COPY "rvnotas.cbl".
COPY "rvmatricula.cbl".
COPY "rvsemestre.cbl".
COPY "rvnotahist.cbl".
COPY "rvhomolog.cbl".
COPY "rvpautaverif.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir estagios."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GES-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-FICHEIROS-ESTAGIO
    PERFORM UNTIL GES-SAIR = 'Y'
        PERFORM MENU-ESTAGIOS
    END-PERFORM.
GOBACK.

MENU-ESTAGIOS.
    DISPLAY "==================================="
    DISPLAY "       ESTAGIOS CURRICULARES"
    DISPLAY "==================================="
    DISPLAY "1 - Listar entidades de acolhimento"
    DISPLAY "2 - Registar/alterar entidade e protocolo"
    DISPLAY "3 - Registar colocacao de estagio"
    DISPLAY "4 - Consultar estagios de um aluno"
    DISPLAY "5 - Registar horas realizadas"
    DISPLAY "6 - Interromper estagio"
    DISPLAY "7 - Concluir estagio e lancar nota"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GES-OPCAO
    EVALUATE GES-OPCAO
        WHEN 1
            PERFORM LISTAR-ENTIDADES
        WHEN 2
            PERFORM MANTER-ENTIDADE
        WHEN 3
            PERFORM REGISTAR-COLOCACAO
        WHEN 4
            PERFORM CONSULTAR-ESTAGIOS-ALUNO
        WHEN 5
            PERFORM REGISTAR-HORAS-ESTAGIO
        WHEN 6
            PERFORM INTERROMPER-ESTAGIO
        WHEN 7
            PERFORM CONCLUIR-ESTAGIO
        WHEN 0
            MOVE 'Y' TO GES-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-FICHEIROS-ESTAGIO.
    OPEN INPUT ENTIDADES-FILE.
    IF ENTIDADES-STATUS = "35"
        OPEN OUTPUT ENTIDADES-FILE
        CLOSE ENTIDADES-FILE
    ELSE
        IF ENTIDADES-STATUS = "00"
            CLOSE ENTIDADES-FILE
        END-IF
    END-IF
    OPEN INPUT ESTAGIOS-FILE.
    IF ESTAGIOS-STATUS = "35"
        OPEN OUTPUT ESTAGIOS-FILE
        CLOSE ESTAGIOS-FILE
    ELSE
        IF ESTAGIOS-STATUS = "00"
            CLOSE ESTAGIOS-FILE
        END-IF
    END-IF.

LISTAR-ENTIDADES.
    MOVE ZERO TO GES-TOTAL-LISTADAS
    MOVE 'N' TO GES-FIM-FICHEIRO
    OPEN INPUT ENTIDADES-FILE.
    IF ENTIDADES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ENTIDADES-FILE. Status: "
            ENTIDADES-STATUS
    ELSE
        PERFORM UNTIL GES-FIM-FICHEIRO = 'Y'
            READ ENTIDADES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GES-FIM-FICHEIRO
                NOT AT END
                    EVALUATE TRUE
                        WHEN ENT-INATIVA
                            MOVE "inativa" TO GES-ESTADO-TXT
                        WHEN ENT-PROTOCOLO-FIM < GES-HOJE
                            MOVE "expirado" TO GES-ESTADO-TXT
                        WHEN ENT-PROTOCOLO-INICIO > GES-HOJE
                            MOVE "por iniciar" TO GES-ESTADO-TXT
                        WHEN OTHER
                            MOVE "em vigor" TO GES-ESTADO-TXT
                    END-EVALUATE
                    DISPLAY ENT-CODIGO "  " ENT-NOME
                    DISPLAY "        protocolo " ENT-PROTOCOLO " de "
                        ENT-PROTOCOLO-INICIO " a " ENT-PROTOCOLO-FIM
                        "  " GES-ESTADO-TXT
                    ADD 1 TO GES-TOTAL-LISTADAS
            END-READ
        END-PERFORM
        CLOSE ENTIDADES-FILE
        DISPLAY "Total de entidades: " GES-TOTAL-LISTADAS
    END-IF.

MANTER-ENTIDADE.
    DISPLAY "Codigo da entidade: " NO ADVANCING
    ACCEPT GES-ENT-CODIGO
    DISPLAY "Nome: " NO ADVANCING
    ACCEPT GES-ENT-NOME
    DISPLAY "NIF: " NO ADVANCING
    ACCEPT GES-ENT-NIF
    DISPLAY "Contacto (email ou telefone): " NO ADVANCING
    ACCEPT GES-ENT-CONTACTO
    DISPLAY "Numero do protocolo: " NO ADVANCING
    ACCEPT GES-PROTOCOLO
    DISPLAY "Inicio do protocolo (AAAAMMDD): " NO ADVANCING
    ACCEPT GES-PROT-INICIO
    DISPLAY "Fim do protocolo (AAAAMMDD): " NO ADVANCING
    ACCEPT GES-PROT-FIM
    DISPLAY "Estado (A - ativa, I - inativa): " NO ADVANCING
    ACCEPT GES-ENT-ESTADO
    IF GES-ENT-CODIGO = SPACES OR GES-ENT-NOME = SPACES
        DISPLAY "Codigo e nome sao obrigatorios."
    ELSE
        IF GES-PROT-FIM < GES-PROT-INICIO
            DISPLAY "O fim do protocolo e anterior ao inicio."
        ELSE
            IF GES-ENT-ESTADO NOT = "I"
                MOVE "A" TO GES-ENT-ESTADO
            END-IF
            PERFORM GRAVAR-ENTIDADE
        END-IF
    END-IF.

GRAVAR-ENTIDADE.
    MOVE ZERO TO ENTIDADES-TENTATIVAS
    MOVE "99" TO ENTIDADES-STATUS
    PERFORM UNTIL ENTIDADES-STATUS = "00" OR ENTIDADES-TENTATIVAS = 5
        OPEN I-O ENTIDADES-FILE
        IF ENTIDADES-STATUS NOT = "00"
            ADD 1 TO ENTIDADES-TENTATIVAS
        END-IF
    END-PERFORM
    IF ENTIDADES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ENTIDADES-FILE. Status: "
            ENTIDADES-STATUS
    ELSE
        MOVE GES-ENT-CODIGO TO ENT-CODIGO
        MOVE GES-ENT-NOME TO ENT-NOME
        MOVE GES-ENT-NIF TO ENT-NIF
        MOVE GES-ENT-CONTACTO TO ENT-CONTACTO
        MOVE GES-PROTOCOLO TO ENT-PROTOCOLO
        MOVE GES-PROT-INICIO TO ENT-PROTOCOLO-INICIO
        MOVE GES-PROT-FIM TO ENT-PROTOCOLO-FIM
        MOVE GES-ENT-ESTADO TO ENT-ESTADO
        WRITE REGISTO-ENTIDADE
            INVALID KEY
                REWRITE REGISTO-ENTIDADE
                DISPLAY "Entidade atualizada."
            NOT INVALID KEY
                DISPLAY "Entidade registada."
        END-WRITE
        CLOSE ENTIDADES-FILE
    END-IF.

PEDIR-CHAVE-ESTAGIO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GES-ID-ALUNO
    DISPLAY "Codigo do curso de estagio: " NO ADVANCING
    ACCEPT GES-CURSO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT GES-SEMESTRE.

REGISTAR-COLOCACAO.
    PERFORM PEDIR-CHAVE-ESTAGIO
    PERFORM VALIDAR-ALUNO-ESTAGIO
    IF GES-ALUNO-OK = 'N'
        DISPLAY "Aluno inexistente ou nao ativo."
    ELSE
        PERFORM VALIDAR-CURSO-ESTAGIO-PLANO
        IF GES-ESTAGIO-PLANO = 'N'
            DISPLAY "O curso " GES-CURSO " nao e estagio curricular"
                " no plano " GES-PLANO " do aluno."
        ELSE
            PERFORM PEDIR-DADOS-COLOCACAO
        END-IF
    END-IF.

VALIDAR-ALUNO-ESTAGIO.
    MOVE 'N' TO GES-ALUNO-OK
    MOVE SPACES TO GES-PLANO
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE GES-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MASTER-ATIVO
                    MOVE 'S' TO GES-ALUNO-OK
                    MOVE MASTER-PLANO TO GES-PLANO
                END-IF
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

VALIDAR-CURSO-ESTAGIO-PLANO.
    MOVE 'N' TO GES-ESTAGIO-PLANO
    MOVE 'N' TO GES-FIM-FICHEIRO
    IF GES-PLANO NOT = SPACES
        OPEN INPUT PLANOCURR-FILE
        IF PLANOCURR-STATUS = "00"
            MOVE GES-PLANO TO PLC-PLANO
            MOVE ZERO TO PLC-SEQ
            START PLANOCURR-FILE KEY IS NOT LESS THAN PLC-CHAVE
                INVALID KEY
                    MOVE 'Y' TO GES-FIM-FICHEIRO
            END-START
            PERFORM UNTIL GES-FIM-FICHEIRO = 'Y'
                READ PLANOCURR-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GES-FIM-FICHEIRO
                    NOT AT END
                        IF PLC-PLANO NOT = GES-PLANO
                            MOVE 'Y' TO GES-FIM-FICHEIRO
                        ELSE
                            IF PLC-OBRIGATORIA AND PLC-E-ESTAGIO
                                AND PLC-CURSO-CODE = GES-CURSO
                                MOVE 'S' TO GES-ESTAGIO-PLANO
                                MOVE 'Y' TO GES-FIM-FICHEIRO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANOCURR-FILE
        END-IF
    END-IF.

PEDIR-DADOS-COLOCACAO.
    DISPLAY "Codigo da entidade de acolhimento: " NO ADVANCING
    ACCEPT GES-ENT-CODIGO
    DISPLAY "Data de inicio (AAAAMMDD): " NO ADVANCING
    ACCEPT GES-DATA-INICIO
    DISPLAY "Data de fim (AAAAMMDD): " NO ADVANCING
    ACCEPT GES-DATA-FIM
    DISPLAY "ID do docente orientador: " NO ADVANCING
    ACCEPT GES-ORIENTADOR
    DISPLAY "Tutor na entidade: " NO ADVANCING
    ACCEPT GES-TUTOR
    DISPLAY "Horas previstas: " NO ADVANCING
    ACCEPT GES-HORAS-PREVISTAS
    PERFORM VALIDAR-ENTIDADE-ESTAGIO
    MOVE GES-ORIENTADOR TO DOC-ID
    PERFORM VALIDAR-ORIENTADOR
    EVALUATE TRUE
        WHEN GES-DATA-FIM NOT > GES-DATA-INICIO
            DISPLAY "A data de fim tem de ser posterior a de inicio."
        WHEN GES-ENTIDADE-OK = 'N'
            DISPLAY "Entidade inexistente, inativa ou sem protocolo"
                " em vigor durante todo o estagio."
        WHEN GES-DOCENTE-OK = 'N'
            DISPLAY "Orientador inexistente ou inativo."
        WHEN GES-TUTOR = SPACES
            DISPLAY "O tutor na entidade e obrigatorio."
        WHEN GES-HORAS-PREVISTAS = ZERO
            DISPLAY "As horas previstas sao obrigatorias."
        WHEN OTHER
            PERFORM GRAVAR-COLOCACAO
    END-EVALUATE.

VALIDAR-ENTIDADE-ESTAGIO.
    MOVE 'N' TO GES-ENTIDADE-OK
    OPEN INPUT ENTIDADES-FILE.
    IF ENTIDADES-STATUS = "00"
        MOVE GES-ENT-CODIGO TO ENT-CODIGO
        READ ENTIDADES-FILE KEY IS ENT-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ENT-ATIVA
                    AND ENT-PROTOCOLO-INICIO NOT > GES-DATA-INICIO
                    AND ENT-PROTOCOLO-FIM NOT < GES-DATA-FIM
                    MOVE 'S' TO GES-ENTIDADE-OK
                END-IF
        END-READ
        CLOSE ENTIDADES-FILE
    END-IF.

VALIDAR-ORIENTADOR.
    MOVE 'N' TO GES-DOCENTE-OK
    OPEN INPUT DOCENTES-FILE.
    IF DOCENTES-STATUS = "00"
        READ DOCENTES-FILE KEY IS DOC-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DOC-ATIVO
                    MOVE 'S' TO GES-DOCENTE-OK
                END-IF
        END-READ
        CLOSE DOCENTES-FILE
    END-IF.

ABRIR-ESTAGIOS-IO.
    MOVE ZERO TO ESTAGIOS-TENTATIVAS
    MOVE "99" TO ESTAGIOS-STATUS
    PERFORM UNTIL ESTAGIOS-STATUS = "00" OR ESTAGIOS-TENTATIVAS = 5
        OPEN I-O ESTAGIOS-FILE
        IF ESTAGIOS-STATUS NOT = "00"
            ADD 1 TO ESTAGIOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ESTAGIOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ESTAGIOS-FILE. Status: "
            ESTAGIOS-STATUS
    END-IF.

GRAVAR-COLOCACAO.
    PERFORM ABRIR-ESTAGIOS-IO
    IF ESTAGIOS-STATUS = "00"
        MOVE 'N' TO GES-ESTAGIO-EXISTE
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE GES-CURSO TO ETG-CURSO-CODE
        MOVE GES-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            INVALID KEY
                MOVE ZERO TO ETG-HORAS-FEITAS
                MOVE ZERO TO ETG-NOTA
            NOT INVALID KEY
                MOVE 'S' TO GES-ESTAGIO-EXISTE
        END-READ
        IF GES-ESTAGIO-EXISTE = 'S' AND ETG-CONCLUIDO
            DISPLAY "O estagio ja foi concluido com nota "
                ETG-NOTA ". Nao pode ser alterado."
        ELSE
            MOVE GES-PLANO TO ETG-PLANO
            MOVE GES-ENT-CODIGO TO ETG-ENTIDADE
            MOVE GES-DATA-INICIO TO ETG-DATA-INICIO
            MOVE GES-DATA-FIM TO ETG-DATA-FIM
            MOVE GES-ORIENTADOR TO ETG-ORIENTADOR
            MOVE GES-TUTOR TO ETG-TUTOR
            MOVE GES-HORAS-PREVISTAS TO ETG-HORAS-PREVISTAS
            MOVE "C" TO ETG-ESTADO
            MOVE GES-HOJE TO ETG-DATA-REGISTO
            MOVE SES-OPERADOR-ATUAL TO ETG-OPERADOR
            IF GES-ESTAGIO-EXISTE = 'S'
                REWRITE REGISTO-ESTAGIO
                DISPLAY "Colocacao atualizada."
            ELSE
                WRITE REGISTO-ESTAGIO
                DISPLAY "Colocacao registada."
            END-IF
        END-IF
        CLOSE ESTAGIOS-FILE
    END-IF.

CONSULTAR-ESTAGIOS-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GES-ID-ALUNO
    MOVE ZERO TO GES-TOTAL-LISTADAS
    MOVE 'N' TO GES-FIM-FICHEIRO
    OPEN INPUT ESTAGIOS-FILE.
    IF ESTAGIOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ESTAGIOS-FILE. Status: "
            ESTAGIOS-STATUS
    ELSE
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE LOW-VALUES TO ETG-CURSO-CODE
        MOVE LOW-VALUES TO ETG-SEMESTRE
        START ESTAGIOS-FILE KEY IS NOT LESS THAN ETG-CHAVE
            INVALID KEY
                MOVE 'Y' TO GES-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GES-FIM-FICHEIRO = 'Y'
            READ ESTAGIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GES-FIM-FICHEIRO
                NOT AT END
                    IF ETG-ID-ALUNO NOT = GES-ID-ALUNO
                        MOVE 'Y' TO GES-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-ESTAGIO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ESTAGIOS-FILE
        DISPLAY "Total de estagios: " GES-TOTAL-LISTADAS
    END-IF.

MOSTRAR-ESTAGIO.
    EVALUATE TRUE
        WHEN ETG-CONCLUIDO
            MOVE "concluido" TO GES-ESTADO-TXT
        WHEN ETG-INTERROMPIDO
            MOVE "interrompido" TO GES-ESTADO-TXT
        WHEN OTHER
            MOVE "colocado" TO GES-ESTADO-TXT
    END-EVALUATE
    DISPLAY ETG-CURSO-CODE " " ETG-SEMESTRE "  entidade "
        ETG-ENTIDADE "  " ETG-DATA-INICIO " a " ETG-DATA-FIM
        "  " GES-ESTADO-TXT
    DISPLAY "    orientador " ETG-ORIENTADOR "  tutor " ETG-TUTOR
    DISPLAY "    horas " ETG-HORAS-FEITAS " de "
        ETG-HORAS-PREVISTAS
    IF ETG-CONCLUIDO
        MOVE ETG-NOTA TO GES-NOTA-ED
        DISPLAY "    nota final " GES-NOTA-ED
    END-IF
    ADD 1 TO GES-TOTAL-LISTADAS.

REGISTAR-HORAS-ESTAGIO.
    PERFORM PEDIR-CHAVE-ESTAGIO
    DISPLAY "Horas realizadas a acrescentar: " NO ADVANCING
    ACCEPT GES-HORAS
    PERFORM ABRIR-ESTAGIOS-IO
    IF ESTAGIOS-STATUS = "00"
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE GES-CURSO TO ETG-CURSO-CODE
        MOVE GES-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            INVALID KEY
                DISPLAY "Estagio nao encontrado."
            NOT INVALID KEY
                IF NOT ETG-COLOCADO
                    DISPLAY "O estagio ja nao esta a decorrer."
                ELSE
                    ADD GES-HORAS TO ETG-HORAS-FEITAS
                    MOVE GES-HOJE TO ETG-DATA-REGISTO
                    MOVE SES-OPERADOR-ATUAL TO ETG-OPERADOR
                    REWRITE REGISTO-ESTAGIO
                    DISPLAY "Horas realizadas: " ETG-HORAS-FEITAS
                        " de " ETG-HORAS-PREVISTAS
                END-IF
        END-READ
        CLOSE ESTAGIOS-FILE
    END-IF.

INTERROMPER-ESTAGIO.
    PERFORM PEDIR-CHAVE-ESTAGIO
    PERFORM ABRIR-ESTAGIOS-IO
    IF ESTAGIOS-STATUS = "00"
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE GES-CURSO TO ETG-CURSO-CODE
        MOVE GES-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            INVALID KEY
                DISPLAY "Estagio nao encontrado."
            NOT INVALID KEY
                IF NOT ETG-COLOCADO
                    DISPLAY "O estagio ja nao esta a decorrer."
                ELSE
                    MOVE "I" TO ETG-ESTADO
                    MOVE GES-HOJE TO ETG-DATA-REGISTO
                    MOVE SES-OPERADOR-ATUAL TO ETG-OPERADOR
                    REWRITE REGISTO-ESTAGIO
                    DISPLAY "Estagio interrompido."
                END-IF
        END-READ
        CLOSE ESTAGIOS-FILE
    END-IF.

CONCLUIR-ESTAGIO.
*> a nota so e lancada com as horas previstas cumpridas e nas
*> mesmas condicoes de inserir_nota; o estagio fica concluido
*> depois de a nota estar gravada.
    PERFORM PEDIR-CHAVE-ESTAGIO
    MOVE 'N' TO GES-ESTAGIO-EXISTE
    OPEN INPUT ESTAGIOS-FILE.
    IF ESTAGIOS-STATUS = "00"
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE GES-CURSO TO ETG-CURSO-CODE
        MOVE GES-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GES-ESTAGIO-EXISTE
        END-READ
        CLOSE ESTAGIOS-FILE
    END-IF
    IF GES-ESTAGIO-EXISTE = 'N'
        DISPLAY "Estagio nao encontrado."
    ELSE
        IF NOT ETG-COLOCADO
            DISPLAY "O estagio ja nao esta a decorrer."
        ELSE
            IF ETG-HORAS-FEITAS < ETG-HORAS-PREVISTAS
                DISPLAY "Horas por cumprir: realizadas "
                    ETG-HORAS-FEITAS " de " ETG-HORAS-PREVISTAS "."
            ELSE
                DISPLAY "Nota final do estagio (0-20): " NO ADVANCING
                ACCEPT GES-NOTA
                IF GES-NOTA > 20
                    DISPLAY "Nota invalida."
                ELSE
                    PERFORM VALIDAR-LANCAMENTO-NOTA
                    IF GES-MATRICULA-OK = 'S'
                        AND GES-SEMESTRE-OK = 'S'
                        PERFORM LANCAR-NOTA-ESTAGIO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

VALIDAR-LANCAMENTO-NOTA.
    MOVE 'N' TO GES-MATRICULA-OK
    MOVE 'N' TO GES-SEMESTRE-OK
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE GES-ID-ALUNO TO MAT-ID-ALUNO
        MOVE GES-CURSO TO MAT-CURSO-CODE
        MOVE GES-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MAT-ATIVA
                    MOVE 'S' TO GES-MATRICULA-OK
                END-IF
        END-READ
        CLOSE MATRICULAS-FILE
    END-IF
    IF GES-MATRICULA-OK = 'N'
        DISPLAY "O aluno nao tem matricula ativa em " GES-CURSO
            " no semestre " GES-SEMESTRE ". Nota recusada."
    END-IF
    OPEN INPUT SEMESTRES-FILE.
    IF SEMESTRES-STATUS = "00"
        MOVE GES-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                DISPLAY "Semestre " GES-SEMESTRE
                    " nao existe no calendario academico."
            NOT INVALID KEY
                IF SEM-ABERTO
                    MOVE 'S' TO GES-SEMESTRE-OK
                ELSE
                    DISPLAY "O semestre " SEM-CODIGO " esta fechado."
                END-IF
        END-READ
        CLOSE SEMESTRES-FILE
    END-IF
    IF GES-SEMESTRE-OK = 'S'
        MOVE GES-CURSO TO HML-CURSO-CODE
        MOVE GES-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        IF PAUTA-HOMOLOGADA
            MOVE 'N' TO GES-SEMESTRE-OK
            DISPLAY "A pauta de " GES-CURSO " " GES-SEMESTRE
                " foi homologada em " HML-DATA ". Nota recusada."
        END-IF
    END-IF.

LANCAR-NOTA-ESTAGIO.
    MOVE ZERO TO NOTASFILE-TENTATIVAS
    MOVE "99" TO NOTASFILE-STATUS
    PERFORM UNTIL NOTASFILE-STATUS = "00" OR NOTASFILE-TENTATIVAS = 5
        OPEN I-O NOTAS-FILE
        IF NOTASFILE-STATUS NOT = "00"
            ADD 1 TO NOTASFILE-TENTATIVAS
        END-IF
    END-PERFORM
    IF NOTASFILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir NOTAS-FILE. Status: " NOTASFILE-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 'N' TO GES-NOTA-EXISTIA
        MOVE GES-ID-ALUNO TO NOTA-ID-ALUNO
        MOVE GES-CURSO TO NOTA-CURSO-CODE
        MOVE GES-SEMESTRE TO NOTA-SEMESTRE
        READ NOTAS-FILE KEY IS NOTA-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GES-NOTA-EXISTIA
                PERFORM GUARDAR-NOTA-ANTERIOR
        END-READ
        MOVE GES-ID-ALUNO TO NOTA-ID-ALUNO
        MOVE GES-CURSO TO NOTA-CURSO-CODE
        MOVE GES-SEMESTRE TO NOTA-SEMESTRE
        MOVE 1 TO NOTA-TOTAL-COMPONENTES
        PERFORM VARYING GES-IDX FROM 1 BY 1 UNTIL GES-IDX > 10
            MOVE ZERO TO NOTA-VALOR (GES-IDX)
            MOVE ZERO TO NOTA-PESO (GES-IDX)
        END-PERFORM
        MOVE GES-NOTA TO NOTA-VALOR (1)
        MOVE 100 TO NOTA-PESO (1)
        MOVE GES-NOTA TO MEDIANOTA
        MOVE ZERO TO NOTA-RECURSO
        MOVE "N" TO NOTA-VIA-RECURSO
        IF GES-NOTA-EXISTIA = 'S'
            REWRITE REGISTO-NOTA
            MOVE "REWRITE" TO JRN-OPERACAO
        ELSE
            WRITE REGISTO-NOTA
            MOVE "WRITE" TO JRN-OPERACAO
        END-IF
        MOVE "NOTAS" TO JRN-FICHEIRO
        MOVE REGISTO-NOTA TO JRN-IMAGEM
        PERFORM REGISTAR-DIARIO
        CLOSE NOTAS-FILE
        IF GES-NOTA-EXISTIA = 'S'
            PERFORM GRAVAR-HISTORICO-ESTAGIO
        END-IF
        PERFORM MARCAR-PAUTA-POR-VERIFICAR
        PERFORM MARCAR-ESTAGIO-CONCLUIDO
        MOVE GES-NOTA TO GES-NOTA-ED
        DISPLAY "Estagio concluido. Nota " GES-NOTA-ED
            " lancada em " GES-CURSO " " GES-SEMESTRE "."
        MOVE 0 TO RETURN-CODE
    END-IF.

GUARDAR-NOTA-ANTERIOR.
    MOVE NOTA-TOTAL-COMPONENTES TO GES-ANT-TOTAL
    PERFORM VARYING GES-IDX FROM 1 BY 1 UNTIL GES-IDX > 10
        MOVE NOTA-VALOR (GES-IDX) TO GES-ANT-VALOR (GES-IDX)
        MOVE NOTA-PESO (GES-IDX) TO GES-ANT-PESO (GES-IDX)
    END-PERFORM
    MOVE MEDIANOTA TO GES-ANT-MEDIA
    MOVE NOTA-RECURSO TO GES-ANT-RECURSO
    MOVE NOTA-VIA-RECURSO TO GES-ANT-VIA-REC.

GRAVAR-HISTORICO-ESTAGIO.
    MOVE ZERO TO HISTNOTAS-TENTATIVAS
    MOVE "99" TO HISTNOTAS-STATUS
    PERFORM UNTIL HISTNOTAS-STATUS = "00" OR HISTNOTAS-TENTATIVAS = 5
        OPEN EXTEND HIST-NOTAS-FILE
        IF HISTNOTAS-STATUS NOT = "00"
            ADD 1 TO HISTNOTAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF HISTNOTAS-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir HIST-NOTAS-FILE. Status: "
            HISTNOTAS-STATUS
    ELSE
        ACCEPT HNT-DATA FROM DATE YYYYMMDD
        ACCEPT HNT-HORA FROM TIME
        MOVE "EST" TO HNT-MOTIVO
        MOVE GES-ID-ALUNO TO HNT-ID-ALUNO
        MOVE GES-CURSO TO HNT-CURSO-CODE
        MOVE GES-SEMESTRE TO HNT-SEMESTRE
        MOVE GES-ANT-TOTAL TO HNT-TOTAL-COMPONENTES
        PERFORM VARYING GES-IDX FROM 1 BY 1 UNTIL GES-IDX > 10
            MOVE GES-ANT-VALOR (GES-IDX) TO HNT-VALOR (GES-IDX)
            MOVE GES-ANT-PESO (GES-IDX) TO HNT-PESO (GES-IDX)
        END-PERFORM
        MOVE GES-ANT-MEDIA TO HNT-MEDIANOTA
        MOVE GES-ANT-RECURSO TO HNT-RECURSO
        MOVE GES-ANT-VIA-REC TO HNT-VIA-RECURSO
        WRITE REGISTO-HIST-NOTA
        CLOSE HIST-NOTAS-FILE
    END-IF.

MARCAR-PAUTA-POR-VERIFICAR.
*> a nota de estagio fica pendente de verificacao como qualquer
*> nota introduzida em inserir_nota.
    OPEN INPUT PAUTA-VERIF-FILE.
    IF PAUTAVERIF-STATUS = "35"
        OPEN OUTPUT PAUTA-VERIF-FILE
        CLOSE PAUTA-VERIF-FILE
    ELSE
        IF PAUTAVERIF-STATUS = "00"
            CLOSE PAUTA-VERIF-FILE
        END-IF
    END-IF
    MOVE ZERO TO PAUTAVERIF-TENTATIVAS
    MOVE "99" TO PAUTAVERIF-STATUS
    PERFORM UNTIL PAUTAVERIF-STATUS = "00"
        OR PAUTAVERIF-TENTATIVAS = 5
        OPEN I-O PAUTA-VERIF-FILE
        IF PAUTAVERIF-STATUS NOT = "00"
            ADD 1 TO PAUTAVERIF-TENTATIVAS
        END-IF
    END-PERFORM
    IF PAUTAVERIF-STATUS NOT = "00"
        DISPLAY "Aviso: registo de verificacao nao atualizado"
            " (status " PAUTAVERIF-STATUS ")."
    ELSE
        MOVE NOTA-ID-ALUNO TO PVF-ID-ALUNO
        MOVE NOTA-CURSO-CODE TO PVF-CURSO-CODE
        MOVE NOTA-SEMESTRE TO PVF-SEMESTRE
        MOVE "P" TO PVF-ESTADO
        MOVE SES-OPERADOR-ATUAL TO PVF-OPERADOR1
        MOVE SPACES TO PVF-OPERADOR2
        ACCEPT PVF-DATA FROM DATE YYYYMMDD
        WRITE REGISTO-PAUTA-VERIF
            INVALID KEY
                REWRITE REGISTO-PAUTA-VERIF
        END-WRITE
        CLOSE PAUTA-VERIF-FILE
    END-IF.

MARCAR-ESTAGIO-CONCLUIDO.
    PERFORM ABRIR-ESTAGIOS-IO
    IF ESTAGIOS-STATUS = "00"
        MOVE GES-ID-ALUNO TO ETG-ID-ALUNO
        MOVE GES-CURSO TO ETG-CURSO-CODE
        MOVE GES-SEMESTRE TO ETG-SEMESTRE
        READ ESTAGIOS-FILE KEY IS ETG-CHAVE
            NOT INVALID KEY
                MOVE "F" TO ETG-ESTADO
                MOVE GES-NOTA TO ETG-NOTA
                MOVE GES-HOJE TO ETG-DATA-REGISTO
                MOVE SES-OPERADOR-ATUAL TO ETG-OPERADOR
                REWRITE REGISTO-ESTAGIO
        END-READ
        CLOSE ESTAGIOS-FILE
    END-IF.

COPY "phomolog.cbl".
COPY "pjournal.cbl".
COPY "psessao.cbl".
