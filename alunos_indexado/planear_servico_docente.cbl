*>****************************************************************
*> Author:
*> Date:
*> Purpose: distribuicao de servico docente de um semestre futuro.
*>          O plano (DISTSERVICO.dat) guarda, por semestre, curso
*>          e turma, o docente proposto e as horas semanais da
*>          turma (do horario quando existe, dos creditos do
*>          curso quando nao, como em extrato_salarios). A
*>          verificacao soma as horas de cada docente e compara-as
*>          com as horas do contrato da sua categoria
*>          (DOCPAGCFG.dat / TARIFASDOC.dat), com o custo salarial
*>          previsto pela tarifa horaria. Um plano sem docentes
*>          acima do contrato pode ser aprovado e depois publicado
*>          de uma so vez: TUR-DOCENTE-ID de cada turma (criada se
*>          nao existir) e CURSO-DOCENTE-ID do curso, que fica com
*>          o docente da primeira turma do plano.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. planear_servico_docente.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "sldistserv.cbl".
     COPY "sldocente.cbl".
     COPY "slcurso.cbl".
     COPY "slturma.cbl".
     COPY "slhorario.cbl".
     COPY "sldoccfg.cbl".
     COPY "sltarifadoc.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fddistserv.cbl".
  COPY "fddocente.cbl".
  COPY "fdcurso.cbl".
  COPY "fdturma.cbl".
  COPY "fdhorario.cbl".
  COPY "fddoccfg.cbl".
  COPY "fdtarifadoc.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsdistserv.cbl".
  COPY "wsdocente.cbl".
  COPY "wscurso.cbl".
  COPY "wsturma.cbl".
  COPY "wshorario.cbl".
  COPY "wsdoccfg.cbl".
  COPY "wstarifadoc.cbl".
  COPY "wssessao.cbl".
    77 PSD-OPCAO             PIC 9 VALUE ZERO.
    77 PSD-SAIR              PIC X VALUE 'N'.
    77 PSD-SEMESTRE          PIC X(6).
    77 PSD-CURSO             PIC X(6).
    77 PSD-SECCAO            PIC X(2).
    77 PSD-DOC-ID            PIC 9(4).
    77 PSD-DOC-NOME          PIC X(30).
    77 PSD-CURSO-OK          PIC X VALUE 'N'.
    77 PSD-DOCENTE-OK        PIC X VALUE 'N'.
    77 PSD-CREDITOS          PIC 9(2).
    77 PSD-HORAS             PIC 9(2)V99.
    77 PSD-MIN-INICIO        PIC 9(5).
    77 PSD-MIN-FIM           PIC 9(5).
    77 PSD-H                 PIC 9(2).
    77 PSD-M                 PIC 9(2).
    77 PSD-MESES             PIC 9(2) VALUE ZERO.
    77 PSD-MOSTRAR-CUSTO     PIC X VALUE 'N'.
    77 PSD-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PSD-FIM-HORARIO       PIC X VALUE 'N'.
    77 PSD-FIM-TURMAS        PIC X VALUE 'N'.
    77 PSD-TOTAL-LINHAS      PIC 9(4) VALUE ZERO.
    77 PSD-TOTAL-PROPOSTAS   PIC 9(4) VALUE ZERO.
    77 PSD-TOTAL-APROVADAS   PIC 9(4) VALUE ZERO.
    77 PSD-SEM-DOCENTE       PIC 9(4) VALUE ZERO.
    77 PSD-PROBLEMAS         PIC 9(4) VALUE ZERO.
    77 PSD-TURMAS-CRIADAS    PIC 9(4) VALUE ZERO.
    77 PSD-CURSOS-ATUALIZ    PIC 9(4) VALUE ZERO.
    77 PSD-ULTIMO-CURSO      PIC X(6).
    77 PSD-DX                PIC 9(3).
    77 PSD-TOTAL-DOCENTES    PIC 9(3) VALUE ZERO.
    77 PSD-ACHOU             PIC X VALUE 'N'.
    77 PSD-CATEGORIA         PIC X(2).
    77 PSD-TARIFA            PIC 9(5)V99.
    77 PSD-CONTRATO          PIC 9(2).
    77 PSD-CUSTO-MES         PIC 9(7)V99.
    77 PSD-CUSTO-SEMESTRE    PIC 9(8)V99.
    77 PSD-TOTAL-MES         PIC 9(9)V99 VALUE ZERO.
    77 PSD-TOTAL-SEMESTRE    PIC 9(9)V99 VALUE ZERO.
    77 PSD-ESTADO-TXT        PIC X(10).
    77 PSD-SITUACAO-TXT      PIC X(24).
    77 PSD-HORAS-ED          PIC ZZ9.99.
    77 PSD-CONTRATO-ED       PIC Z9.
    77 PSD-CUSTO-ED          PIC Z(6)9.99.
    77 PSD-CUSTO-SEM-ED      PIC Z(8)9.99.
    01 PSD-DOCENTES-TAB.
       05 PSD-DOCENTE OCCURS 200 TIMES.
          10 PSD-T-DOC         PIC 9(4).
          10 PSD-T-HORAS       PIC 9(3)V99.
          10 PSD-T-TURMAS      PIC 9(3).

PROCEDURE DIVISION.
COPY "rvdistserv.cbl".
COPY "rvdocente.cbl".
COPY "rvcurso.cbl".
COPY "rvturma.cbl".
COPY "rvhorario.cbl".
COPY "rvdoccfg.cbl".
COPY "rvtarifadoc.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para planear o servico docente."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-PLANO
    PERFORM UNTIL PSD-SAIR = 'Y'
        PERFORM MENU-PLANO
    END-PERFORM.
GOBACK.

MENU-PLANO.
    DISPLAY "==================================="
    DISPLAY "   DISTRIBUICAO DE SERVICO DOCENTE"
    DISPLAY "==================================="
    DISPLAY "1 - Listar plano de um semestre"
    DISPLAY "2 - Propor/alterar docente de uma turma"
    DISPLAY "3 - Retirar turma do plano"
    DISPLAY "4 - Verificar horas de contrato e custo previsto"
    DISPLAY "5 - Aprovar plano"
    DISPLAY "6 - Publicar plano aprovado nas turmas e cursos"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT PSD-OPCAO
    EVALUATE PSD-OPCAO
        WHEN 1
            PERFORM LISTAR-PLANO
        WHEN 2
            PERFORM PROPOR-ATRIBUICAO
        WHEN 3
            PERFORM RETIRAR-ATRIBUICAO
        WHEN 4
            PERFORM VERIFICAR-PLANO
        WHEN 5
            PERFORM APROVAR-PLANO
        WHEN 6
            PERFORM PUBLICAR-PLANO
        WHEN 0
            MOVE 'Y' TO PSD-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-PLANO.
    OPEN INPUT DIST-SERVICO-FILE.
    IF DISTSERV-STATUS = "35"
        OPEN OUTPUT DIST-SERVICO-FILE
        CLOSE DIST-SERVICO-FILE
    ELSE
        IF DISTSERV-STATUS = "00"
            CLOSE DIST-SERVICO-FILE
        END-IF
    END-IF
    OPEN INPUT TURMAS-FILE.
    IF TURMAS-STATUS = "35"
        OPEN OUTPUT TURMAS-FILE
        CLOSE TURMAS-FILE
    ELSE
        IF TURMAS-STATUS = "00"
            CLOSE TURMAS-FILE
        END-IF
    END-IF.

LISTAR-PLANO.
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT PSD-SEMESTRE
    MOVE ZERO TO PSD-TOTAL-LINHAS
    MOVE 'N' TO PSD-FIM-FICHEIRO
    OPEN INPUT DIST-SERVICO-FILE.
    IF DISTSERV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DIST-SERVICO-FILE. Status: "
            DISTSERV-STATUS
    ELSE
        DISPLAY "Curso  Turma Docente Horas   Estado"
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE LOW-VALUES TO DSV-CURSO-CODE
        MOVE LOW-VALUES TO DSV-SECCAO
        START DIST-SERVICO-FILE KEY IS NOT LESS THAN DSV-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PSD-FIM-FICHEIRO = 'Y'
            READ DIST-SERVICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-FICHEIRO
                NOT AT END
                    IF DSV-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-FICHEIRO
                    ELSE
                        EVALUATE TRUE
                            WHEN DSV-APROVADA
                                MOVE "aprovada" TO PSD-ESTADO-TXT
                            WHEN DSV-PUBLICADA
                                MOVE "publicada" TO PSD-ESTADO-TXT
                            WHEN OTHER
                                MOVE "proposta" TO PSD-ESTADO-TXT
                        END-EVALUATE
                        MOVE DSV-HORAS-SEMANA TO PSD-HORAS-ED
                        DISPLAY DSV-CURSO-CODE " " DSV-SECCAO "    "
                            DSV-DOC-ID "    " PSD-HORAS-ED "  "
                            PSD-ESTADO-TXT
                        ADD 1 TO PSD-TOTAL-LINHAS
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "Turmas no plano: " PSD-TOTAL-LINHAS
        PERFORM CONTAR-TURMAS-SEM-DOCENTE
        CLOSE DIST-SERVICO-FILE
    END-IF.

CONTAR-TURMAS-SEM-DOCENTE.
*> turmas ativas ja abertas no semestre que ainda nao tem docente
*> no plano (o ficheiro do plano esta aberto pelo chamador).
    MOVE ZERO TO PSD-SEM-DOCENTE
    MOVE 'N' TO PSD-FIM-TURMAS
    OPEN INPUT TURMAS-FILE.
    IF TURMAS-STATUS = "00"
        PERFORM UNTIL PSD-FIM-TURMAS = 'Y'
            READ TURMAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-TURMAS
                NOT AT END
                    IF TUR-SEMESTRE = PSD-SEMESTRE AND TUR-ATIVA
                        MOVE TUR-SEMESTRE TO DSV-SEMESTRE
                        MOVE TUR-CURSO-CODE TO DSV-CURSO-CODE
                        MOVE TUR-SECCAO TO DSV-SECCAO
                        READ DIST-SERVICO-FILE KEY IS DSV-CHAVE
                            INVALID KEY
                                DISPLAY "  Sem docente proposto: "
                                    TUR-CURSO-CODE " turma " TUR-SECCAO
                                ADD 1 TO PSD-SEM-DOCENTE
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TURMAS-FILE
    END-IF
    DISPLAY "Turmas abertas sem docente proposto: " PSD-SEM-DOCENTE.

PROPOR-ATRIBUICAO.
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT PSD-SEMESTRE
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT PSD-CURSO
    DISPLAY "Turma (seccao): " NO ADVANCING
    ACCEPT PSD-SECCAO
    DISPLAY "ID do docente proposto: " NO ADVANCING
    ACCEPT PSD-DOC-ID
    PERFORM VALIDAR-CURSO-PLANO
    PERFORM VALIDAR-DOCENTE-PLANO
    IF PSD-SEMESTRE = SPACES OR PSD-SECCAO = SPACES
        DISPLAY "Semestre e turma sao obrigatorios."
    ELSE
        IF PSD-CURSO-OK = 'N'
            DISPLAY "Curso inexistente ou inativo."
        ELSE
            IF PSD-DOCENTE-OK = 'N'
                DISPLAY "Docente inexistente ou inativo."
            ELSE
                PERFORM CALCULAR-HORAS-TURMA
                PERFORM GRAVAR-ATRIBUICAO
            END-IF
        END-IF
    END-IF.

VALIDAR-CURSO-PLANO.
    MOVE 'N' TO PSD-CURSO-OK
    MOVE ZERO TO PSD-CREDITOS
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS = "00"
        MOVE PSD-CURSO TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CURSO-ATIVO
                    MOVE 'S' TO PSD-CURSO-OK
                    MOVE CURSO-CREDITOS TO PSD-CREDITOS
                END-IF
        END-READ
        CLOSE COURSE-FILE
    END-IF.

VALIDAR-DOCENTE-PLANO.
    MOVE 'N' TO PSD-DOCENTE-OK
    MOVE SPACES TO PSD-DOC-NOME
    OPEN INPUT DOCENTES-FILE.
    IF DOCENTES-STATUS = "00"
        MOVE PSD-DOC-ID TO DOC-ID
        READ DOCENTES-FILE KEY IS DOC-ID
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DOC-ATIVO
                    MOVE 'S' TO PSD-DOCENTE-OK
                    MOVE DOC-NOME TO PSD-DOC-NOME
                END-IF
        END-READ
        CLOSE DOCENTES-FILE
    END-IF.

CALCULAR-HORAS-TURMA.
*> linhas do horario do curso no semestre para a turma ou para o
*> curso todo (seccao em branco); sem horario contam os creditos.
    MOVE ZERO TO PSD-HORAS
    MOVE 'N' TO PSD-FIM-HORARIO
    OPEN INPUT HORARIOS-FILE.
    IF HORARIOS-STATUS = "00"
        MOVE PSD-CURSO TO HOR-CURSO-CODE
        MOVE PSD-SEMESTRE TO HOR-SEMESTRE
        MOVE ZERO TO HOR-SEQ
        START HORARIOS-FILE KEY IS NOT LESS THAN HOR-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-HORARIO
        END-START
        PERFORM UNTIL PSD-FIM-HORARIO = 'Y'
            READ HORARIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-HORARIO
                NOT AT END
                    IF HOR-CURSO-CODE NOT = PSD-CURSO
                        OR HOR-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-HORARIO
                    ELSE
                        IF HOR-SECCAO = PSD-SECCAO
                            OR HOR-SECCAO = SPACES
                            PERFORM SOMAR-HORAS-LINHA-PLANO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HORARIOS-FILE
    END-IF
    IF PSD-HORAS = ZERO
        MOVE PSD-CREDITOS TO PSD-HORAS
    END-IF.

SOMAR-HORAS-LINHA-PLANO.
    DIVIDE HOR-HORA-INICIO BY 100 GIVING PSD-H REMAINDER PSD-M
    COMPUTE PSD-MIN-INICIO = PSD-H * 60 + PSD-M
    DIVIDE HOR-HORA-FIM BY 100 GIVING PSD-H REMAINDER PSD-M
    COMPUTE PSD-MIN-FIM = PSD-H * 60 + PSD-M
    IF PSD-MIN-FIM > PSD-MIN-INICIO
        COMPUTE PSD-HORAS ROUNDED =
            PSD-HORAS + (PSD-MIN-FIM - PSD-MIN-INICIO) / 60
    END-IF.

GRAVAR-ATRIBUICAO.
    MOVE ZERO TO DISTSERV-TENTATIVAS
    MOVE "99" TO DISTSERV-STATUS
    PERFORM UNTIL DISTSERV-STATUS = "00" OR DISTSERV-TENTATIVAS = 5
        OPEN I-O DIST-SERVICO-FILE
        IF DISTSERV-STATUS NOT = "00"
            ADD 1 TO DISTSERV-TENTATIVAS
        END-IF
    END-PERFORM
    IF DISTSERV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DIST-SERVICO-FILE. Status: "
            DISTSERV-STATUS
    ELSE
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE PSD-CURSO TO DSV-CURSO-CODE
        MOVE PSD-SECCAO TO DSV-SECCAO
        MOVE PSD-DOC-ID TO DSV-DOC-ID
        MOVE PSD-HORAS TO DSV-HORAS-SEMANA
        MOVE "P" TO DSV-ESTADO
        ACCEPT DSV-DATA FROM DATE YYYYMMDD
        MOVE SES-OPERADOR-ATUAL TO DSV-OPERADOR
        WRITE REGISTO-DIST-SERVICO
            INVALID KEY
                REWRITE REGISTO-DIST-SERVICO
                DISPLAY "Proposta alterada (volta a aguardar"
                    " aprovacao)."
            NOT INVALID KEY
                DISPLAY "Proposta registada."
        END-WRITE
        MOVE PSD-HORAS TO PSD-HORAS-ED
        DISPLAY "Docente " PSD-DOC-NOME ": " PSD-HORAS-ED
            " horas semanais nesta turma."
        CLOSE DIST-SERVICO-FILE
    END-IF.

RETIRAR-ATRIBUICAO.
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT PSD-SEMESTRE
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT PSD-CURSO
    DISPLAY "Turma (seccao): " NO ADVANCING
    ACCEPT PSD-SECCAO
    MOVE ZERO TO DISTSERV-TENTATIVAS
    MOVE "99" TO DISTSERV-STATUS
    PERFORM UNTIL DISTSERV-STATUS = "00" OR DISTSERV-TENTATIVAS = 5
        OPEN I-O DIST-SERVICO-FILE
        IF DISTSERV-STATUS NOT = "00"
            ADD 1 TO DISTSERV-TENTATIVAS
        END-IF
    END-PERFORM
    IF DISTSERV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DIST-SERVICO-FILE. Status: "
            DISTSERV-STATUS
    ELSE
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE PSD-CURSO TO DSV-CURSO-CODE
        MOVE PSD-SECCAO TO DSV-SECCAO
        DELETE DIST-SERVICO-FILE
            INVALID KEY
                DISPLAY "Turma nao esta no plano."
            NOT INVALID KEY
                DISPLAY "Turma retirada do plano."
        END-DELETE
        CLOSE DIST-SERVICO-FILE
    END-IF.

VERIFICAR-PLANO.
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT PSD-SEMESTRE
    DISPLAY "Meses letivos do semestre: " NO ADVANCING
    ACCEPT PSD-MESES
    MOVE 'S' TO PSD-MOSTRAR-CUSTO
    PERFORM ANALISAR-PLANO
    IF PSD-TOTAL-DOCENTES > ZERO
        MOVE PSD-TOTAL-MES TO PSD-CUSTO-SEM-ED
        DISPLAY "Custo mensal previsto:   " PSD-CUSTO-SEM-ED
        MOVE PSD-TOTAL-SEMESTRE TO PSD-CUSTO-SEM-ED
        DISPLAY "Custo previsto semestre: " PSD-CUSTO-SEM-ED
        DISPLAY "Docentes com problemas: " PSD-PROBLEMAS
    END-IF.

ANALISAR-PLANO.
*> soma as horas semanais de cada docente no plano do semestre e
*> compara-as com as horas do contrato da sua categoria; o custo
*> mensal conta 4 semanas letivas, como a extracao de salarios.
    MOVE ZERO TO PSD-TOTAL-DOCENTES
    MOVE ZERO TO PSD-PROBLEMAS
    MOVE ZERO TO PSD-TOTAL-MES
    MOVE ZERO TO PSD-TOTAL-SEMESTRE
    MOVE 'N' TO PSD-FIM-FICHEIRO
    OPEN INPUT DIST-SERVICO-FILE.
    IF DISTSERV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DIST-SERVICO-FILE. Status: "
            DISTSERV-STATUS
    ELSE
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE LOW-VALUES TO DSV-CURSO-CODE
        MOVE LOW-VALUES TO DSV-SECCAO
        START DIST-SERVICO-FILE KEY IS NOT LESS THAN DSV-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PSD-FIM-FICHEIRO = 'Y'
            READ DIST-SERVICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-FICHEIRO
                NOT AT END
                    IF DSV-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-FICHEIRO
                    ELSE
                        PERFORM ACUMULAR-DOCENTE-PLANO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIST-SERVICO-FILE
        IF PSD-TOTAL-DOCENTES = ZERO
            DISPLAY "O plano do semestre " PSD-SEMESTRE
                " nao tem turmas."
        ELSE
            DISPLAY "=============================================="
            DISPLAY " SERVICO DOCENTE PREVISTO - " PSD-SEMESTRE
            DISPLAY "=============================================="
            OPEN INPUT DOCENTES-FILE
            OPEN INPUT DOC-CFG-FILE
            OPEN INPUT TARIFAS-DOC-FILE
            PERFORM VARYING PSD-DX FROM 1 BY 1
                UNTIL PSD-DX > PSD-TOTAL-DOCENTES
                PERFORM AVALIAR-DOCENTE-PLANO
            END-PERFORM
            IF TARIFASDOC-STATUS = "00"
                CLOSE TARIFAS-DOC-FILE
            END-IF
            IF DOCCFG-STATUS = "00"
                CLOSE DOC-CFG-FILE
            END-IF
            IF DOCENTES-STATUS = "00"
                CLOSE DOCENTES-FILE
            END-IF
            DISPLAY "----------------------------------------------"
        END-IF
    END-IF.

ACUMULAR-DOCENTE-PLANO.
    MOVE 'N' TO PSD-ACHOU
    PERFORM VARYING PSD-DX FROM 1 BY 1
        UNTIL PSD-DX > PSD-TOTAL-DOCENTES OR PSD-ACHOU = 'S'
        IF PSD-T-DOC (PSD-DX) = DSV-DOC-ID
            MOVE 'S' TO PSD-ACHOU
            ADD DSV-HORAS-SEMANA TO PSD-T-HORAS (PSD-DX)
            ADD 1 TO PSD-T-TURMAS (PSD-DX)
        END-IF
    END-PERFORM
    IF PSD-ACHOU = 'N' AND PSD-TOTAL-DOCENTES < 200
        ADD 1 TO PSD-TOTAL-DOCENTES
        MOVE DSV-DOC-ID TO PSD-T-DOC (PSD-TOTAL-DOCENTES)
        MOVE DSV-HORAS-SEMANA TO PSD-T-HORAS (PSD-TOTAL-DOCENTES)
        MOVE 1 TO PSD-T-TURMAS (PSD-TOTAL-DOCENTES)
    END-IF.

AVALIAR-DOCENTE-PLANO.
    MOVE SPACES TO PSD-DOC-NOME
    MOVE SPACES TO PSD-CATEGORIA
    MOVE ZERO TO PSD-TARIFA
    MOVE ZERO TO PSD-CONTRATO
    MOVE ZERO TO PSD-CUSTO-MES
    MOVE ZERO TO PSD-CUSTO-SEMESTRE
    IF DOCENTES-STATUS = "00"
        MOVE PSD-T-DOC (PSD-DX) TO DOC-ID
        READ DOCENTES-FILE KEY IS DOC-ID
            NOT INVALID KEY
                MOVE DOC-NOME TO PSD-DOC-NOME
        END-READ
    END-IF
    IF DOCCFG-STATUS = "00"
        MOVE PSD-T-DOC (PSD-DX) TO DCF-DOC-ID
        READ DOC-CFG-FILE KEY IS DCF-DOC-ID
            NOT INVALID KEY
                MOVE DCF-CATEGORIA TO PSD-CATEGORIA
        END-READ
    END-IF
    IF TARIFASDOC-STATUS = "00" AND PSD-CATEGORIA NOT = SPACES
        MOVE PSD-CATEGORIA TO TRF-CATEGORIA
        READ TARIFAS-DOC-FILE KEY IS TRF-CATEGORIA
            NOT INVALID KEY
                MOVE TRF-TARIFA-HORA TO PSD-TARIFA
                MOVE TRF-HORAS-CONTRATO TO PSD-CONTRATO
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN PSD-CATEGORIA = SPACES
            MOVE "SEM CATEGORIA" TO PSD-SITUACAO-TXT
            ADD 1 TO PSD-PROBLEMAS
        WHEN PSD-CONTRATO = ZERO
            MOVE "CATEGORIA SEM CONTRATO" TO PSD-SITUACAO-TXT
            ADD 1 TO PSD-PROBLEMAS
        WHEN PSD-T-HORAS (PSD-DX) > PSD-CONTRATO
            MOVE "EXCEDE O CONTRATO" TO PSD-SITUACAO-TXT
            ADD 1 TO PSD-PROBLEMAS
        WHEN PSD-T-HORAS (PSD-DX) < PSD-CONTRATO
            MOVE "abaixo do contrato" TO PSD-SITUACAO-TXT
        WHEN OTHER
            MOVE "ok" TO PSD-SITUACAO-TXT
    END-EVALUATE
    COMPUTE PSD-CUSTO-MES ROUNDED =
        PSD-T-HORAS (PSD-DX) * 4 * PSD-TARIFA
    COMPUTE PSD-CUSTO-SEMESTRE = PSD-CUSTO-MES * PSD-MESES
    ADD PSD-CUSTO-MES TO PSD-TOTAL-MES
    ADD PSD-CUSTO-SEMESTRE TO PSD-TOTAL-SEMESTRE
    MOVE PSD-T-HORAS (PSD-DX) TO PSD-HORAS-ED
    MOVE PSD-CONTRATO TO PSD-CONTRATO-ED
    DISPLAY "Docente " PSD-T-DOC (PSD-DX) " " PSD-DOC-NOME
    DISPLAY "  categoria " PSD-CATEGORIA "  turmas "
        PSD-T-TURMAS (PSD-DX) "  horas " PSD-HORAS-ED
        " / contrato " PSD-CONTRATO-ED "  " PSD-SITUACAO-TXT
    IF PSD-MOSTRAR-CUSTO = 'S'
        MOVE PSD-CUSTO-MES TO PSD-CUSTO-ED
        MOVE PSD-CUSTO-SEMESTRE TO PSD-CUSTO-SEM-ED
        DISPLAY "  custo mensal " PSD-CUSTO-ED
            "  semestre " PSD-CUSTO-SEM-ED
    END-IF.

APROVAR-PLANO.
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador pode aprovar o plano."
    ELSE
        DISPLAY "Semestre: " NO ADVANCING
        ACCEPT PSD-SEMESTRE
        MOVE ZERO TO PSD-MESES
        MOVE 'N' TO PSD-MOSTRAR-CUSTO
        PERFORM ANALISAR-PLANO
        IF PSD-TOTAL-DOCENTES = ZERO
            CONTINUE
        ELSE
            IF PSD-PROBLEMAS > ZERO
                DISPLAY "Plano nao aprovado: " PSD-PROBLEMAS
                    " docente(s) sem categoria, sem contrato ou"
                    " acima das horas do contrato."
            ELSE
                PERFORM MARCAR-PLANO-APROVADO
            END-IF
        END-IF
    END-IF.

MARCAR-PLANO-APROVADO.
    MOVE ZERO TO PSD-TOTAL-APROVADAS
    MOVE ZERO TO DISTSERV-TENTATIVAS
    MOVE "99" TO DISTSERV-STATUS
    PERFORM UNTIL DISTSERV-STATUS = "00" OR DISTSERV-TENTATIVAS = 5
        OPEN I-O DIST-SERVICO-FILE
        IF DISTSERV-STATUS NOT = "00"
            ADD 1 TO DISTSERV-TENTATIVAS
        END-IF
    END-PERFORM
    IF DISTSERV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir DIST-SERVICO-FILE. Status: "
            DISTSERV-STATUS
    ELSE
        MOVE 'N' TO PSD-FIM-FICHEIRO
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE LOW-VALUES TO DSV-CURSO-CODE
        MOVE LOW-VALUES TO DSV-SECCAO
        START DIST-SERVICO-FILE KEY IS NOT LESS THAN DSV-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PSD-FIM-FICHEIRO = 'Y'
            READ DIST-SERVICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-FICHEIRO
                NOT AT END
                    IF DSV-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-FICHEIRO
                    ELSE
                        IF DSV-PROPOSTA
                            MOVE "A" TO DSV-ESTADO
                            ACCEPT DSV-DATA FROM DATE YYYYMMDD
                            MOVE SES-OPERADOR-ATUAL TO DSV-OPERADOR
                            REWRITE REGISTO-DIST-SERVICO
                            ADD 1 TO PSD-TOTAL-APROVADAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIST-SERVICO-FILE
        DISPLAY "Plano aprovado. Turmas aprovadas: "
            PSD-TOTAL-APROVADAS
    END-IF.

PUBLICAR-PLANO.
*> passa as turmas aprovadas para TURMAS.dat e COURSE-FILE; recusa
*> enquanto houver propostas por aprovar no semestre.
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador pode publicar o plano."
    ELSE
        DISPLAY "Semestre: " NO ADVANCING
        ACCEPT PSD-SEMESTRE
        PERFORM CONTAR-ESTADOS-PLANO
        IF PSD-TOTAL-PROPOSTAS > ZERO
            DISPLAY "Ha " PSD-TOTAL-PROPOSTAS " turma(s) por aprovar."
                " Aprove o plano antes de o publicar."
        ELSE
            IF PSD-TOTAL-APROVADAS = ZERO
                DISPLAY "Nao ha turmas aprovadas por publicar."
            ELSE
                PERFORM PUBLICAR-TURMAS-PLANO
            END-IF
        END-IF
    END-IF.

CONTAR-ESTADOS-PLANO.
    MOVE ZERO TO PSD-TOTAL-PROPOSTAS
    MOVE ZERO TO PSD-TOTAL-APROVADAS
    MOVE 'N' TO PSD-FIM-FICHEIRO
    OPEN INPUT DIST-SERVICO-FILE.
    IF DISTSERV-STATUS = "00"
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE LOW-VALUES TO DSV-CURSO-CODE
        MOVE LOW-VALUES TO DSV-SECCAO
        START DIST-SERVICO-FILE KEY IS NOT LESS THAN DSV-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PSD-FIM-FICHEIRO = 'Y'
            READ DIST-SERVICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-FICHEIRO
                NOT AT END
                    IF DSV-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-FICHEIRO
                    ELSE
                        IF DSV-PROPOSTA
                            ADD 1 TO PSD-TOTAL-PROPOSTAS
                        END-IF
                        IF DSV-APROVADA
                            ADD 1 TO PSD-TOTAL-APROVADAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIST-SERVICO-FILE
    END-IF.

PUBLICAR-TURMAS-PLANO.
    MOVE ZERO TO PSD-TOTAL-LINHAS
    MOVE ZERO TO PSD-TURMAS-CRIADAS
    MOVE ZERO TO PSD-CURSOS-ATUALIZ
    MOVE SPACES TO PSD-ULTIMO-CURSO
    MOVE ZERO TO DISTSERV-TENTATIVAS
    MOVE "99" TO DISTSERV-STATUS
    PERFORM UNTIL DISTSERV-STATUS = "00" OR DISTSERV-TENTATIVAS = 5
        OPEN I-O DIST-SERVICO-FILE
        IF DISTSERV-STATUS NOT = "00"
            ADD 1 TO DISTSERV-TENTATIVAS
        END-IF
    END-PERFORM
    MOVE ZERO TO TURMAS-TENTATIVAS
    MOVE "99" TO TURMAS-STATUS
    PERFORM UNTIL TURMAS-STATUS = "00" OR TURMAS-TENTATIVAS = 5
        OPEN I-O TURMAS-FILE
        IF TURMAS-STATUS NOT = "00"
            ADD 1 TO TURMAS-TENTATIVAS
        END-IF
    END-PERFORM
    MOVE ZERO TO CURSO-TENTATIVAS
    MOVE "99" TO CURSO-STATUS
    PERFORM UNTIL CURSO-STATUS = "00" OR CURSO-TENTATIVAS = 5
        OPEN I-O COURSE-FILE
        IF CURSO-STATUS NOT = "00"
            ADD 1 TO CURSO-TENTATIVAS
        END-IF
    END-PERFORM
    OPEN INPUT DOCENTES-FILE
    IF DISTSERV-STATUS NOT = "00" OR TURMAS-STATUS NOT = "00"
        OR CURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir os ficheiros do plano, turmas ou"
            " cursos. Status: " DISTSERV-STATUS " " TURMAS-STATUS
            " " CURSO-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 'N' TO PSD-FIM-FICHEIRO
        MOVE PSD-SEMESTRE TO DSV-SEMESTRE
        MOVE LOW-VALUES TO DSV-CURSO-CODE
        MOVE LOW-VALUES TO DSV-SECCAO
        START DIST-SERVICO-FILE KEY IS NOT LESS THAN DSV-CHAVE
            INVALID KEY
                MOVE 'Y' TO PSD-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PSD-FIM-FICHEIRO = 'Y'
            READ DIST-SERVICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSD-FIM-FICHEIRO
                NOT AT END
                    IF DSV-SEMESTRE NOT = PSD-SEMESTRE
                        MOVE 'Y' TO PSD-FIM-FICHEIRO
                    ELSE
                        IF DSV-APROVADA
                            PERFORM PUBLICAR-UMA-TURMA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "Plano publicado. Turmas: " PSD-TOTAL-LINHAS
            " (criadas " PSD-TURMAS-CRIADAS "), cursos atualizados: "
            PSD-CURSOS-ATUALIZ
        MOVE 0 TO RETURN-CODE
    END-IF
    IF DOCENTES-STATUS = "00"
        CLOSE DOCENTES-FILE
    END-IF
    IF CURSO-STATUS = "00"
        CLOSE COURSE-FILE
    END-IF
    IF TURMAS-STATUS = "00"
        CLOSE TURMAS-FILE
    END-IF
    IF DISTSERV-STATUS = "00"
        CLOSE DIST-SERVICO-FILE
    END-IF.

PUBLICAR-UMA-TURMA.
    MOVE DSV-CURSO-CODE TO CURSO-CODE
    READ COURSE-FILE KEY IS CURSO-CODE
        INVALID KEY
            MOVE ZERO TO CURSO-CAPACIDADE
    END-READ
    MOVE DSV-CURSO-CODE TO TUR-CURSO-CODE
    MOVE DSV-SEMESTRE TO TUR-SEMESTRE
    MOVE DSV-SECCAO TO TUR-SECCAO
    READ TURMAS-FILE KEY IS TUR-CHAVE
        INVALID KEY
            MOVE DSV-DOC-ID TO TUR-DOCENTE-ID
            MOVE CURSO-CAPACIDADE TO TUR-CAPACIDADE
            MOVE "A" TO TUR-ESTADO
            WRITE REGISTO-TURMA
            ADD 1 TO PSD-TURMAS-CRIADAS
        NOT INVALID KEY
            MOVE DSV-DOC-ID TO TUR-DOCENTE-ID
            REWRITE REGISTO-TURMA
    END-READ
    IF DSV-CURSO-CODE NOT = PSD-ULTIMO-CURSO
        MOVE DSV-CURSO-CODE TO PSD-ULTIMO-CURSO
        PERFORM PUBLICAR-DOCENTE-CURSO
    END-IF
    MOVE "U" TO DSV-ESTADO
    ACCEPT DSV-DATA FROM DATE YYYYMMDD
    MOVE SES-OPERADOR-ATUAL TO DSV-OPERADOR
    REWRITE REGISTO-DIST-SERVICO
    ADD 1 TO PSD-TOTAL-LINHAS
    DISPLAY "  " DSV-CURSO-CODE " turma " DSV-SECCAO
        " -> docente " DSV-DOC-ID.

PUBLICAR-DOCENTE-CURSO.
*> o responsavel do curso e o docente da primeira turma do plano.
    MOVE DSV-CURSO-CODE TO CURSO-CODE
    READ COURSE-FILE KEY IS CURSO-CODE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE DSV-DOC-ID TO CURSO-DOCENTE-ID
            IF DOCENTES-STATUS = "00"
                MOVE DSV-DOC-ID TO DOC-ID
                READ DOCENTES-FILE KEY IS DOC-ID
                    NOT INVALID KEY
                        MOVE DOC-NOME TO CURSO-DOCENTE
                END-READ
            END-IF
            REWRITE REGISTO-CURSO
            ADD 1 TO PSD-CURSOS-ATUALIZ
    END-READ.

COPY "psessao.cbl".
