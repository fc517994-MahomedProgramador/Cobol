*>****************************************************************
*> Author:
*> Date:
*> Purpose: ausencias dos docentes, substituicoes e aulas de
*>          reposicao. Cada ausencia (AUSENCIASDOC.dat) e de um
*>          docente num dia, com motivo e, opcionalmente, o DOC-ID
*>          do substituto. Ao registar a ausencia, cada aula do
*>          horario (HORARIOS.dat) desse dia da semana nos cursos
*>          de que o docente e responsavel gera uma ocorrencia em
*>          OCORRENCIASAULA.dat: substituida, quando ha substituto,
*>          ou cancelada, a aguardar reposicao. A reposicao de uma
*>          aula cancelada tem data, hora e sala, que tem de estar
*>          ativa e livre. extrato_salarios, registar_presencas e
*>          relatorio_carga_docente usam estas ocorrencias para
*>          contar o que foi efetivamente dado.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_ausencias_docente.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slausdoc.cbl".
     COPY "slocorraula.cbl".
     COPY "sldocente.cbl".
     COPY "slcurso.cbl".
     COPY "slhorario.cbl".
     COPY "slsala.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdausdoc.cbl".
  COPY "fdocorraula.cbl".
  COPY "fddocente.cbl".
  COPY "fdcurso.cbl".
  COPY "fdhorario.cbl".
  COPY "fdsala.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsausdoc.cbl".
  COPY "wsocorraula.cbl".
  COPY "wsdocente.cbl".
  COPY "wscurso.cbl".
  COPY "wshorario.cbl".
  COPY "wssala.cbl".
  COPY "wssessao.cbl".
    77 GAD-OPCAO             PIC 9 VALUE ZERO.
    77 GAD-SAIR              PIC X VALUE 'N'.
    77 GAD-DOC-ID            PIC 9(4).
    77 GAD-SUBSTITUTO        PIC 9(4).
    77 GAD-DATA              PIC 9(8).
    77 GAD-SEMESTRE          PIC X(6).
    77 GAD-MOTIVO            PIC X(30).
    77 GAD-CURSO             PIC X(6).
    77 GAD-SEQ               PIC 9(2).
    77 GAD-DATA-REP          PIC 9(8).
    77 GAD-DATA-AULA         PIC 9(8).
    77 GAD-INICIO            PIC 9(4).
    77 GAD-FIM               PIC 9(4).
    77 GAD-SALA              PIC X(6).
    77 GAD-DIA-SEMANA        PIC 9.
    77 GAD-DIA-REP           PIC 9.
    77 GAD-DIAS              PIC 9(7).
    77 GAD-SEMANAS           PIC 9(7).
    77 GAD-DOCENTE-OK        PIC X VALUE 'N'.
    77 GAD-SALA-OK           PIC X VALUE 'N'.
    77 GAD-SALA-OCUPADA      PIC X VALUE 'N'.
    77 GAD-CURSO-OCUPANTE    PIC X(6).
    77 GAD-AUSENCIA-NOVA     PIC X VALUE 'N'.
    77 GAD-HA-REPOSICAO      PIC X VALUE 'N'.
    77 GAD-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GAD-FIM-CURSOS        PIC X VALUE 'N'.
    77 GAD-FIM-HORARIO       PIC X VALUE 'N'.
    77 GAD-TOTAL-SESSOES     PIC 9(2) VALUE ZERO.
    77 GAD-TOTAL-LISTADAS    PIC 9(4) VALUE ZERO.
    77 GAD-HORAS             PIC 9(2)V99.
    77 GAD-HORAS-ED          PIC Z9.99.
    77 GAD-MIN-INICIO        PIC 9(5).
    77 GAD-MIN-FIM           PIC 9(5).
    77 GAD-H                 PIC 9(2).
    77 GAD-M                 PIC 9(2).
    77 GAD-ESTADO-TXT        PIC X(24).

PROCEDURE DIVISION.
COPY "rvausdoc.cbl".
COPY "rvocorraula.cbl".
COPY "rvdocente.cbl".
COPY "rvcurso.cbl".
COPY "rvhorario.cbl".
COPY "rvsala.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir ausencias de docentes."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-FICHEIROS-AUSENCIA
    PERFORM UNTIL GAD-SAIR = 'Y'
        PERFORM MENU-AUSENCIAS
    END-PERFORM.
GOBACK.

MENU-AUSENCIAS.
    DISPLAY "==================================="
    DISPLAY "   AUSENCIAS DE DOCENTES E REPOSICOES"
    DISPLAY "==================================="
    DISPLAY "1 - Registar ausencia de docente"
    DISPLAY "2 - Listar ausencias de um docente"
    DISPLAY "3 - Anular ausencia"
    DISPLAY "4 - Listar aulas canceladas e substituidas de um curso"
    DISPLAY "5 - Marcar aula de reposicao"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GAD-OPCAO
    EVALUATE GAD-OPCAO
        WHEN 1
            PERFORM REGISTAR-AUSENCIA
        WHEN 2
            PERFORM LISTAR-AUSENCIAS
        WHEN 3
            PERFORM ANULAR-AUSENCIA
        WHEN 4
            PERFORM LISTAR-OCORRENCIAS-CURSO
        WHEN 5
            PERFORM MARCAR-REPOSICAO
        WHEN 0
            MOVE 'Y' TO GAD-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-FICHEIROS-AUSENCIA.
    OPEN INPUT AUSENCIAS-DOC-FILE.
    IF AUSDOC-STATUS = "35"
        OPEN OUTPUT AUSENCIAS-DOC-FILE
        CLOSE AUSENCIAS-DOC-FILE
    ELSE
        IF AUSDOC-STATUS = "00"
            CLOSE AUSENCIAS-DOC-FILE
        END-IF
    END-IF
    OPEN INPUT OCORRENCIAS-AULA-FILE.
    IF OCORRAULA-STATUS = "35"
        OPEN OUTPUT OCORRENCIAS-AULA-FILE
        CLOSE OCORRENCIAS-AULA-FILE
    ELSE
        IF OCORRAULA-STATUS = "00"
            CLOSE OCORRENCIAS-AULA-FILE
        END-IF
    END-IF.

VALIDAR-DOCENTE-AUSENCIA.
    MOVE 'N' TO GAD-DOCENTE-OK
    OPEN INPUT DOCENTES-FILE.
    IF DOCENTES-STATUS = "00"
        READ DOCENTES-FILE KEY IS DOC-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DOC-ATIVO
                    MOVE 'S' TO GAD-DOCENTE-OK
                END-IF
        END-READ
        CLOSE DOCENTES-FILE
    END-IF.

CALCULAR-DIA-SEMANA.
*> 1 = segunda ... 7 = domingo, como em HOR-DIA-SEMANA; o dia 1
*> do calendario de INTEGER-OF-DATE (1601-01-01) foi uma segunda.
    COMPUTE GAD-DIAS = FUNCTION INTEGER-OF-DATE (GAD-DATA) - 1
    DIVIDE GAD-DIAS BY 7 GIVING GAD-SEMANAS REMAINDER GAD-DIA-SEMANA
    ADD 1 TO GAD-DIA-SEMANA.

REGISTAR-AUSENCIA.
    DISPLAY "ID do docente ausente: " NO ADVANCING
    ACCEPT GAD-DOC-ID
    MOVE GAD-DOC-ID TO DOC-ID
    PERFORM VALIDAR-DOCENTE-AUSENCIA
    IF GAD-DOCENTE-OK = 'N'
        DISPLAY "Docente inexistente ou inativo."
    ELSE
        DISPLAY "Data da ausencia (AAAAMMDD): " NO ADVANCING
        ACCEPT GAD-DATA
        DISPLAY "Semestre letivo: " NO ADVANCING
        ACCEPT GAD-SEMESTRE
        DISPLAY "Motivo: " NO ADVANCING
        ACCEPT GAD-MOTIVO
        DISPLAY "ID do docente substituto (0 = aulas canceladas): "
            NO ADVANCING
        ACCEPT GAD-SUBSTITUTO
        IF GAD-SUBSTITUTO NOT = ZERO
            MOVE GAD-SUBSTITUTO TO DOC-ID
            PERFORM VALIDAR-DOCENTE-AUSENCIA
        END-IF
        IF GAD-DATA < 19000101 OR GAD-DATA > 29991231
            DISPLAY "Data invalida."
        ELSE
            IF GAD-SUBSTITUTO NOT = ZERO
                AND (GAD-DOCENTE-OK = 'N' OR GAD-SUBSTITUTO = GAD-DOC-ID)
                DISPLAY "Substituto inexistente, inativo ou igual ao"
                    " docente ausente."
            ELSE
                PERFORM GRAVAR-AUSENCIA
            END-IF
        END-IF
    END-IF.

GRAVAR-AUSENCIA.
    MOVE 'N' TO GAD-AUSENCIA-NOVA
    MOVE ZERO TO AUSDOC-TENTATIVAS
    MOVE "99" TO AUSDOC-STATUS
    PERFORM UNTIL AUSDOC-STATUS = "00" OR AUSDOC-TENTATIVAS = 5
        OPEN I-O AUSENCIAS-DOC-FILE
        IF AUSDOC-STATUS NOT = "00"
            ADD 1 TO AUSDOC-TENTATIVAS
        END-IF
    END-PERFORM
    IF AUSDOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir AUSENCIAS-DOC-FILE. Status: "
            AUSDOC-STATUS
    ELSE
        MOVE GAD-DOC-ID TO AUD-DOC-ID
        MOVE GAD-DATA TO AUD-DATA
        MOVE GAD-SEMESTRE TO AUD-SEMESTRE
        MOVE GAD-MOTIVO TO AUD-MOTIVO
        MOVE GAD-SUBSTITUTO TO AUD-SUBSTITUTO
        MOVE ZERO TO AUD-SESSOES
        ACCEPT AUD-DATA-REGISTO FROM DATE YYYYMMDD
        MOVE SES-OPERADOR-ATUAL TO AUD-OPERADOR
        WRITE REGISTO-AUSENCIA-DOC
            INVALID KEY
                DISPLAY "Ja existe ausencia registada para o docente"
                    " nesse dia. Anule-a primeiro para a alterar."
            NOT INVALID KEY
                MOVE 'S' TO GAD-AUSENCIA-NOVA
        END-WRITE
        IF GAD-AUSENCIA-NOVA = 'S'
            PERFORM GERAR-OCORRENCIAS-AUSENCIA
            MOVE GAD-DOC-ID TO AUD-DOC-ID
            MOVE GAD-DATA TO AUD-DATA
            READ AUSENCIAS-DOC-FILE KEY IS AUD-CHAVE
                NOT INVALID KEY
                    MOVE GAD-TOTAL-SESSOES TO AUD-SESSOES
                    REWRITE REGISTO-AUSENCIA-DOC
            END-READ
            DISPLAY "Ausencia registada. Aulas afetadas: "
                GAD-TOTAL-SESSOES
            IF GAD-TOTAL-SESSOES = ZERO
                DISPLAY "Aviso: o docente nao tem aulas no horario"
                    " nesse dia."
            END-IF
        END-IF
        CLOSE AUSENCIAS-DOC-FILE
    END-IF.

GERAR-OCORRENCIAS-AUSENCIA.
*> as aulas afetadas sao as linhas do horario do semestre, no dia
*> da semana da ausencia, dos cursos ativos de que o docente e
*> responsavel (CURSO-DOCENTE-ID), os mesmos que extrato_salarios
*> lhe paga.
    MOVE ZERO TO GAD-TOTAL-SESSOES
    PERFORM CALCULAR-DIA-SEMANA
    MOVE ZERO TO OCORRAULA-TENTATIVAS
    MOVE "99" TO OCORRAULA-STATUS
    PERFORM UNTIL OCORRAULA-STATUS = "00"
        OR OCORRAULA-TENTATIVAS = 5
        OPEN I-O OCORRENCIAS-AULA-FILE
        IF OCORRAULA-STATUS NOT = "00"
            ADD 1 TO OCORRAULA-TENTATIVAS
        END-IF
    END-PERFORM
    IF OCORRAULA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir OCORRENCIAS-AULA-FILE. Status: "
            OCORRAULA-STATUS
    ELSE
        OPEN INPUT COURSE-FILE
        OPEN INPUT HORARIOS-FILE
        IF CURSO-STATUS = "00" AND HORARIOS-STATUS = "00"
            MOVE 'N' TO GAD-FIM-CURSOS
            PERFORM UNTIL GAD-FIM-CURSOS = 'Y'
                READ COURSE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GAD-FIM-CURSOS
                    NOT AT END
                        IF CURSO-ATIVO
                            AND CURSO-DOCENTE-ID = GAD-DOC-ID
                            PERFORM GERAR-OCORRENCIAS-CURSO
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        IF HORARIOS-STATUS = "00"
            CLOSE HORARIOS-FILE
        END-IF
        IF CURSO-STATUS = "00"
            CLOSE COURSE-FILE
        END-IF
        CLOSE OCORRENCIAS-AULA-FILE
    END-IF.

GERAR-OCORRENCIAS-CURSO.
    MOVE 'N' TO GAD-FIM-HORARIO
    MOVE CURSO-CODE TO HOR-CURSO-CODE
    MOVE GAD-SEMESTRE TO HOR-SEMESTRE
    MOVE ZERO TO HOR-SEQ
    START HORARIOS-FILE KEY IS NOT LESS THAN HOR-CHAVE
        INVALID KEY
            MOVE 'Y' TO GAD-FIM-HORARIO
    END-START
    PERFORM UNTIL GAD-FIM-HORARIO = 'Y'
        READ HORARIOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO GAD-FIM-HORARIO
            NOT AT END
                IF HOR-CURSO-CODE NOT = CURSO-CODE
                    OR HOR-SEMESTRE NOT = GAD-SEMESTRE
                    MOVE 'Y' TO GAD-FIM-HORARIO
                ELSE
                    IF HOR-DIA-SEMANA = GAD-DIA-SEMANA
                        PERFORM GRAVAR-OCORRENCIA-AULA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GRAVAR-OCORRENCIA-AULA.
    MOVE HOR-HORA-INICIO TO GAD-INICIO
    MOVE HOR-HORA-FIM TO GAD-FIM
    PERFORM CALCULAR-HORAS-AULA
    INITIALIZE REGISTO-OCORRENCIA-AULA
    MOVE HOR-CURSO-CODE TO OCA-CURSO-CODE
    MOVE HOR-SEMESTRE TO OCA-SEMESTRE
    MOVE GAD-DATA TO OCA-DATA
    MOVE HOR-SEQ TO OCA-HOR-SEQ
    MOVE GAD-DOC-ID TO OCA-DOC-TITULAR
    MOVE GAD-HORAS TO OCA-HORAS
    IF GAD-SUBSTITUTO = ZERO
        MOVE "C" TO OCA-TIPO
        MOVE ZERO TO OCA-DOC-SUBSTITUTO
        MOVE "P" TO OCA-REPOSICAO
    ELSE
        MOVE "S" TO OCA-TIPO
        MOVE GAD-SUBSTITUTO TO OCA-DOC-SUBSTITUTO
        MOVE "N" TO OCA-REPOSICAO
    END-IF
    MOVE ZERO TO OCA-DATA-REPOSICAO
    MOVE ZERO TO OCA-HORA-INICIO-REP
    MOVE ZERO TO OCA-HORA-FIM-REP
    MOVE SPACES TO OCA-SALA-REP
    MOVE ZERO TO OCA-HORAS-REP
    WRITE REGISTO-OCORRENCIA-AULA
        INVALID KEY
            REWRITE REGISTO-OCORRENCIA-AULA
    END-WRITE
    ADD 1 TO GAD-TOTAL-SESSOES
    MOVE GAD-HORAS TO GAD-HORAS-ED
    IF OCA-CANCELADA
        DISPLAY "  Aula cancelada: " OCA-CURSO-CODE " linha "
            OCA-HOR-SEQ " (" GAD-HORAS-ED " h)"
    ELSE
        DISPLAY "  Aula substituida: " OCA-CURSO-CODE " linha "
            OCA-HOR-SEQ " (" GAD-HORAS-ED " h) pelo docente "
            OCA-DOC-SUBSTITUTO
    END-IF.

CALCULAR-HORAS-AULA.
    MOVE ZERO TO GAD-HORAS
    DIVIDE GAD-INICIO BY 100 GIVING GAD-H REMAINDER GAD-M
    COMPUTE GAD-MIN-INICIO = GAD-H * 60 + GAD-M
    DIVIDE GAD-FIM BY 100 GIVING GAD-H REMAINDER GAD-M
    COMPUTE GAD-MIN-FIM = GAD-H * 60 + GAD-M
    IF GAD-MIN-FIM > GAD-MIN-INICIO
        COMPUTE GAD-HORAS ROUNDED =
            (GAD-MIN-FIM - GAD-MIN-INICIO) / 60
    END-IF.

LISTAR-AUSENCIAS.
    DISPLAY "ID do docente: " NO ADVANCING
    ACCEPT GAD-DOC-ID
    MOVE ZERO TO GAD-TOTAL-LISTADAS
    MOVE 'N' TO GAD-FIM-FICHEIRO
    OPEN INPUT AUSENCIAS-DOC-FILE.
    IF AUSDOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir AUSENCIAS-DOC-FILE. Status: "
            AUSDOC-STATUS
    ELSE
        MOVE GAD-DOC-ID TO AUD-DOC-ID
        MOVE ZERO TO AUD-DATA
        START AUSENCIAS-DOC-FILE KEY IS NOT LESS THAN AUD-CHAVE
            INVALID KEY
                MOVE 'Y' TO GAD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GAD-FIM-FICHEIRO = 'Y'
            READ AUSENCIAS-DOC-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAD-FIM-FICHEIRO
                NOT AT END
                    IF AUD-DOC-ID NOT = GAD-DOC-ID
                        MOVE 'Y' TO GAD-FIM-FICHEIRO
                    ELSE
                        DISPLAY AUD-DATA "  " AUD-SEMESTRE "  "
                            AUD-MOTIVO "  substituto " AUD-SUBSTITUTO
                            "  aulas " AUD-SESSOES
                        ADD 1 TO GAD-TOTAL-LISTADAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUSENCIAS-DOC-FILE
        DISPLAY "Total de ausencias: " GAD-TOTAL-LISTADAS
    END-IF.

ANULAR-AUSENCIA.
*> anula a ausencia e as ocorrencias que gerou; as aulas voltam a
*> contar como dadas pelo titular. Recusa se alguma reposicao ja
*> estiver marcada.
    DISPLAY "ID do docente: " NO ADVANCING
    ACCEPT GAD-DOC-ID
    DISPLAY "Data da ausencia (AAAAMMDD): " NO ADVANCING
    ACCEPT GAD-DATA
    MOVE ZERO TO AUSDOC-TENTATIVAS
    MOVE "99" TO AUSDOC-STATUS
    PERFORM UNTIL AUSDOC-STATUS = "00" OR AUSDOC-TENTATIVAS = 5
        OPEN I-O AUSENCIAS-DOC-FILE
        IF AUSDOC-STATUS NOT = "00"
            ADD 1 TO AUSDOC-TENTATIVAS
        END-IF
    END-PERFORM
    IF AUSDOC-STATUS NOT = "00"
        DISPLAY "Erro ao abrir AUSENCIAS-DOC-FILE. Status: "
            AUSDOC-STATUS
    ELSE
        MOVE GAD-DOC-ID TO AUD-DOC-ID
        MOVE GAD-DATA TO AUD-DATA
        READ AUSENCIAS-DOC-FILE KEY IS AUD-CHAVE
            INVALID KEY
                DISPLAY "Ausencia nao encontrada."
            NOT INVALID KEY
                MOVE AUD-SEMESTRE TO GAD-SEMESTRE
                PERFORM REMOVER-OCORRENCIAS-AUSENCIA
                IF GAD-HA-REPOSICAO = 'S'
                    DISPLAY "Ha aulas de reposicao ja marcadas para"
                        " esta ausencia. Anulacao recusada."
                ELSE
                    DELETE AUSENCIAS-DOC-FILE
                    DISPLAY "Ausencia anulada. Ocorrencias removidas: "
                        GAD-TOTAL-SESSOES
                END-IF
        END-READ
        CLOSE AUSENCIAS-DOC-FILE
    END-IF.

REMOVER-OCORRENCIAS-AUSENCIA.
*> primeiro confirma que nenhuma ocorrencia tem reposicao marcada
*> (GAD-HA-REPOSICAO fica 'S'), so depois apaga.
    MOVE 'N' TO GAD-HA-REPOSICAO
    MOVE ZERO TO GAD-TOTAL-SESSOES
    MOVE ZERO TO OCORRAULA-TENTATIVAS
    MOVE "99" TO OCORRAULA-STATUS
    PERFORM UNTIL OCORRAULA-STATUS = "00"
        OR OCORRAULA-TENTATIVAS = 5
        OPEN I-O OCORRENCIAS-AULA-FILE
        IF OCORRAULA-STATUS NOT = "00"
            ADD 1 TO OCORRAULA-TENTATIVAS
        END-IF
    END-PERFORM
    IF OCORRAULA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir OCORRENCIAS-AULA-FILE. Status: "
            OCORRAULA-STATUS
        MOVE 'S' TO GAD-HA-REPOSICAO
    ELSE
        MOVE 'N' TO GAD-FIM-FICHEIRO
        PERFORM UNTIL GAD-FIM-FICHEIRO = 'Y'
            READ OCORRENCIAS-AULA-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAD-FIM-FICHEIRO
                NOT AT END
                    IF OCA-DOC-TITULAR = GAD-DOC-ID
                        AND OCA-DATA = GAD-DATA
                        AND OCA-REPOSICAO-MARCADA
                        MOVE 'S' TO GAD-HA-REPOSICAO
                    END-IF
            END-READ
        END-PERFORM
        IF GAD-HA-REPOSICAO = 'N'
            CLOSE OCORRENCIAS-AULA-FILE
            OPEN I-O OCORRENCIAS-AULA-FILE
            MOVE 'N' TO GAD-FIM-FICHEIRO
            PERFORM UNTIL GAD-FIM-FICHEIRO = 'Y'
                READ OCORRENCIAS-AULA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GAD-FIM-FICHEIRO
                    NOT AT END
                        IF OCA-DOC-TITULAR = GAD-DOC-ID
                            AND OCA-DATA = GAD-DATA
                            DELETE OCORRENCIAS-AULA-FILE
                            ADD 1 TO GAD-TOTAL-SESSOES
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        CLOSE OCORRENCIAS-AULA-FILE
    END-IF.

LISTAR-OCORRENCIAS-CURSO.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GAD-CURSO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT GAD-SEMESTRE
    MOVE ZERO TO GAD-TOTAL-LISTADAS
    MOVE 'N' TO GAD-FIM-FICHEIRO
    OPEN INPUT OCORRENCIAS-AULA-FILE.
    IF OCORRAULA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir OCORRENCIAS-AULA-FILE. Status: "
            OCORRAULA-STATUS
    ELSE
        MOVE GAD-CURSO TO OCA-CURSO-CODE
        MOVE GAD-SEMESTRE TO OCA-SEMESTRE
        MOVE ZERO TO OCA-DATA
        MOVE ZERO TO OCA-HOR-SEQ
        START OCORRENCIAS-AULA-FILE KEY IS NOT LESS THAN OCA-CHAVE
            INVALID KEY
                MOVE 'Y' TO GAD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GAD-FIM-FICHEIRO = 'Y'
            READ OCORRENCIAS-AULA-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAD-FIM-FICHEIRO
                NOT AT END
                    IF OCA-CURSO-CODE NOT = GAD-CURSO
                        OR OCA-SEMESTRE NOT = GAD-SEMESTRE
                        MOVE 'Y' TO GAD-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-OCORRENCIA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCORRENCIAS-AULA-FILE
        DISPLAY "Total: " GAD-TOTAL-LISTADAS
    END-IF.

MOSTRAR-OCORRENCIA.
    ADD 1 TO GAD-TOTAL-LISTADAS
    MOVE OCA-HORAS TO GAD-HORAS-ED
    EVALUATE TRUE
        WHEN OCA-SUBSTITUIDA
            MOVE "substituida" TO GAD-ESTADO-TXT
        WHEN OCA-REPOSICAO-MARCADA
            MOVE "cancelada, reposicao" TO GAD-ESTADO-TXT
        WHEN OTHER
            MOVE "cancelada, por repor" TO GAD-ESTADO-TXT
    END-EVALUATE
    DISPLAY OCA-DATA " linha " OCA-HOR-SEQ "  docente "
        OCA-DOC-TITULAR "  " GAD-HORAS-ED " h  " GAD-ESTADO-TXT
    IF OCA-SUBSTITUIDA
        DISPLAY "    substituto: " OCA-DOC-SUBSTITUTO
    END-IF
    IF OCA-REPOSICAO-MARCADA
        DISPLAY "    reposicao em " OCA-DATA-REPOSICAO " "
            OCA-HORA-INICIO-REP "-" OCA-HORA-FIM-REP
            " sala " OCA-SALA-REP
    END-IF.

MARCAR-REPOSICAO.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT GAD-CURSO
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT GAD-SEMESTRE
    DISPLAY "Data da aula cancelada (AAAAMMDD): " NO ADVANCING
    ACCEPT GAD-DATA
    DISPLAY "Linha do horario: " NO ADVANCING
    ACCEPT GAD-SEQ
    MOVE ZERO TO OCORRAULA-TENTATIVAS
    MOVE "99" TO OCORRAULA-STATUS
    PERFORM UNTIL OCORRAULA-STATUS = "00"
        OR OCORRAULA-TENTATIVAS = 5
        OPEN I-O OCORRENCIAS-AULA-FILE
        IF OCORRAULA-STATUS NOT = "00"
            ADD 1 TO OCORRAULA-TENTATIVAS
        END-IF
    END-PERFORM
    IF OCORRAULA-STATUS NOT = "00"
        DISPLAY "Erro ao abrir OCORRENCIAS-AULA-FILE. Status: "
            OCORRAULA-STATUS
    ELSE
        MOVE GAD-CURSO TO OCA-CURSO-CODE
        MOVE GAD-SEMESTRE TO OCA-SEMESTRE
        MOVE GAD-DATA TO OCA-DATA
        MOVE GAD-SEQ TO OCA-HOR-SEQ
        READ OCORRENCIAS-AULA-FILE KEY IS OCA-CHAVE
            INVALID KEY
                DISPLAY "Aula cancelada nao encontrada."
            NOT INVALID KEY
                IF NOT OCA-CANCELADA
                    DISPLAY "A aula foi dada pelo substituto; nao ha"
                        " reposicao a marcar."
                ELSE
                    PERFORM PEDIR-DADOS-REPOSICAO
                END-IF
        END-READ
        CLOSE OCORRENCIAS-AULA-FILE
    END-IF.

PEDIR-DADOS-REPOSICAO.
    DISPLAY "Data da reposicao (AAAAMMDD): " NO ADVANCING
    ACCEPT GAD-DATA-REP
    DISPLAY "Hora de inicio (HHMM): " NO ADVANCING
    ACCEPT GAD-INICIO
    DISPLAY "Hora de fim (HHMM): " NO ADVANCING
    ACCEPT GAD-FIM
    DISPLAY "Sala: " NO ADVANCING
    ACCEPT GAD-SALA
    IF GAD-DATA-REP < OCA-DATA OR GAD-DATA-REP > 29991231
        DISPLAY "A reposicao tem de ser na data da aula ou depois."
    ELSE
        IF GAD-FIM NOT > GAD-INICIO OR GAD-FIM > 2400
            DISPLAY "Horas invalidas."
        ELSE
            PERFORM LER-SALA-REPOSICAO
            IF GAD-SALA-OK = 'N'
                DISPLAY "Sala " GAD-SALA " inexistente ou inativa."
            ELSE
                PERFORM VERIFICAR-SALA-REPOSICAO
                IF GAD-SALA-OCUPADA = 'S'
                    DISPLAY "Sala " GAD-SALA " ja ocupada nesse dia e"
                        " hora pelo curso " GAD-CURSO-OCUPANTE "."
                ELSE
                    PERFORM CALCULAR-HORAS-AULA
                    MOVE "M" TO OCA-REPOSICAO
                    MOVE GAD-DATA-REP TO OCA-DATA-REPOSICAO
                    MOVE GAD-INICIO TO OCA-HORA-INICIO-REP
                    MOVE GAD-FIM TO OCA-HORA-FIM-REP
                    MOVE GAD-SALA TO OCA-SALA-REP
                    MOVE GAD-HORAS TO OCA-HORAS-REP
                    REWRITE REGISTO-OCORRENCIA-AULA
                    DISPLAY "Aula de reposicao marcada."
                END-IF
            END-IF
        END-IF
    END-IF.

LER-SALA-REPOSICAO.
    MOVE 'N' TO GAD-SALA-OK
    OPEN INPUT SALAS-FILE.
    IF SALAS-STATUS = "00"
        MOVE GAD-SALA TO SALA-CODIGO
        READ SALAS-FILE KEY IS SALA-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SALA-ATIVA
                    MOVE 'S' TO GAD-SALA-OK
                END-IF
        END-READ
        CLOSE SALAS-FILE
    END-IF.

VERIFICAR-SALA-REPOSICAO.
*> a sala tem de estar livre no horario semanal desse dia da
*> semana e nas outras reposicoes marcadas para a mesma data.
    MOVE 'N' TO GAD-SALA-OCUPADA
    MOVE SPACES TO GAD-CURSO-OCUPANTE
    MOVE GAD-DATA TO GAD-DATA-AULA
    MOVE GAD-DATA-REP TO GAD-DATA
    PERFORM CALCULAR-DIA-SEMANA
    MOVE GAD-DIA-SEMANA TO GAD-DIA-REP
    MOVE GAD-DATA-AULA TO GAD-DATA
    MOVE 'N' TO GAD-FIM-HORARIO
    OPEN INPUT HORARIOS-FILE.
    IF HORARIOS-STATUS = "00"
        PERFORM UNTIL GAD-FIM-HORARIO = 'Y'
            READ HORARIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GAD-FIM-HORARIO
                NOT AT END
                    IF HOR-SEMESTRE = GAD-SEMESTRE
                        AND HOR-SALA = GAD-SALA
                        AND HOR-DIA-SEMANA = GAD-DIA-REP
                        AND HOR-HORA-INICIO < GAD-FIM
                        AND HOR-HORA-FIM > GAD-INICIO
                        MOVE 'S' TO GAD-SALA-OCUPADA
                        MOVE HOR-CURSO-CODE TO GAD-CURSO-OCUPANTE
                        MOVE 'Y' TO GAD-FIM-HORARIO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HORARIOS-FILE
    END-IF
    IF GAD-SALA-OCUPADA = 'N'
        PERFORM VERIFICAR-OUTRAS-REPOSICOES
    END-IF.

VERIFICAR-OUTRAS-REPOSICOES.
*> percorre as ocorrencias com o ficheiro ja aberto; a chave da
*> aula a repor e reposta no fim para o REWRITE.
    MOVE 'N' TO GAD-FIM-FICHEIRO
    MOVE LOW-VALUES TO OCA-CHAVE
    START OCORRENCIAS-AULA-FILE KEY IS NOT LESS THAN OCA-CHAVE
        INVALID KEY
            MOVE 'Y' TO GAD-FIM-FICHEIRO
    END-START
    PERFORM UNTIL GAD-FIM-FICHEIRO = 'Y'
        READ OCORRENCIAS-AULA-FILE NEXT RECORD
            AT END MOVE 'Y' TO GAD-FIM-FICHEIRO
            NOT AT END
                IF OCA-REPOSICAO-MARCADA
                    AND OCA-DATA-REPOSICAO = GAD-DATA-REP
                    AND OCA-SALA-REP = GAD-SALA
                    AND OCA-HORA-INICIO-REP < GAD-FIM
                    AND OCA-HORA-FIM-REP > GAD-INICIO
                    AND (OCA-CURSO-CODE NOT = GAD-CURSO
                    OR OCA-DATA NOT = GAD-DATA
                    OR OCA-HOR-SEQ NOT = GAD-SEQ)
                    MOVE 'S' TO GAD-SALA-OCUPADA
                    MOVE OCA-CURSO-CODE TO GAD-CURSO-OCUPANTE
                    MOVE 'Y' TO GAD-FIM-FICHEIRO
                END-IF
        END-READ
    END-PERFORM
    MOVE GAD-CURSO TO OCA-CURSO-CODE
    MOVE GAD-SEMESTRE TO OCA-SEMESTRE
    MOVE GAD-DATA TO OCA-DATA
    MOVE GAD-SEQ TO OCA-HOR-SEQ
    READ OCORRENCIAS-AULA-FILE KEY IS OCA-CHAVE
        INVALID KEY
            MOVE 'S' TO GAD-SALA-OCUPADA
    END-READ.

COPY "psessao.cbl".
