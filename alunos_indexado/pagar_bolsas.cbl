*>****************************************************************
*> Author:
*> Date:
*> Purpose: corrida mensal de pagamento de bolsas de estudo, no
*>          molde da corrida de reembolsos. Percorre
*>          BOLSAPREST.dat e paga as prestacoes pendentes ate ao
*>          mes indicado das bolsas ativas (BOLSAS.dat). Bolsas
*>          de alunos que ja nao estao ativos no master sao
*>          suspensas e nao pagas. Quando a bolsa o permite, a
*>          divida de propinas vencida (apurada como em
*>          juros_mora: sem plano, saldo passados os dias de
*>          carencia sobre o inicio do semestre; com plano ativo,
*>          parte vencida por liquidar) e compensada primeiro, a
*>          comecar pelo semestre mais antigo, somando a
*>          PRO-TOTAL-PAGO e gravando o movimento de tipo B em
*>          PROPMOV.dat. O remanescente vai para o ficheiro de
*>          transferencias SEPA (BOLSAS-SEPA-AAAAMMDD.dat) para o
*>          IBAN do aluno em CONTACTOALUNO.dat; prestacoes com
*>          valor a transferir e sem IBAN ficam por pagar e sao
*>          listadas como excecao.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. pagar_bolsas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slbolsa.cbl".
     COPY "slbolsaprest.cbl".
     COPY "slalunomaster.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slplanopag.cbl".
     COPY "slsemestre.cbl".
     COPY "slcontactoaluno.cbl".

     SELECT SEPA-FILE
         ASSIGN TO PGB-SEPA-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdbolsa.cbl".
  COPY "fdbolsaprest.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdplanopag.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdcontactoaluno.cbl".

  FD SEPA-FILE.
  01 LINHA-SEPA              PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsbolsa.cbl".
  COPY "wsbolsaprest.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsplanopag.cbl".
  COPY "wssemestre.cbl".
  COPY "wscontactoaluno.cbl".
    77 PGB-RESPOSTA          PIC X(10).
    77 PGB-PERIODO           PIC 9(6).
    77 PGB-CARENCIA-DIAS     PIC 9(3) VALUE 30.
    77 PGB-DATA-HOJE         PIC 9(8).
    77 PGB-DIAS-HOJE         PIC 9(7).
    77 PGB-DIAS-INICIO       PIC 9(7).
    77 PGB-SEPA-NOME         PIC X(40).
    77 PGB-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PGB-FIM-PROPINAS      PIC X VALUE 'N'.
    77 PGB-FIM-PLANO         PIC X VALUE 'N'.
    77 PGB-SEMESTRES-ABERTO  PIC X VALUE 'N'.
    77 PGB-PLANOS-ABERTO     PIC X VALUE 'N'.
    77 PGB-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 PGB-PLANO-EXISTE      PIC X VALUE 'N'.
    77 PGB-APLICAR           PIC X VALUE 'N'.
    77 PGB-ALUNO-ATIVO       PIC X VALUE 'N'.
    77 PGB-ID-ALUNO          PIC 9(5).
    77 PGB-IBAN              PIC X(25).
    77 PGB-REFERENCIA        PIC X(10).
    77 PGB-SALDO             PIC S9(8)V99.
    77 PGB-VENCIDO           PIC 9(8)V99.
    77 PGB-BASE              PIC 9(8)V99.
    77 PGB-POR-COMPENSAR     PIC 9(7)V99.
    77 PGB-ABATE             PIC 9(7)V99.
    77 PGB-COMPENSADO        PIC 9(7)V99.
    77 PGB-TRANSFERIR        PIC 9(7)V99.
    77 PGB-TOTAL-PAGAS       PIC 9(5) VALUE ZERO.
    77 PGB-TOTAL-SUSPENSAS   PIC 9(5) VALUE ZERO.
    77 PGB-TOTAL-SEM-IBAN    PIC 9(5) VALUE ZERO.
    77 PGB-TOTAL-CONCLUIDAS  PIC 9(5) VALUE ZERO.
    77 PGB-TOTAL-COMPENSADO  PIC 9(9)V99 VALUE ZERO.
    77 PGB-TOTAL-TRANSFERIDO PIC 9(9)V99 VALUE ZERO.
    77 PGB-VALOR-ED          PIC Z(7)9.99.

PROCEDURE DIVISION.
COPY "rvbolsa.cbl".
COPY "rvbolsaprest.cbl".
COPY "rvalunomaster.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvplanopag.cbl".
COPY "rvsemestre.cbl".
COPY "rvcontactoaluno.cbl".

    PERFORM CORRIDA-BOLSAS.
GOBACK.

CORRIDA-BOLSAS.
    ACCEPT PGB-DATA-HOJE FROM DATE YYYYMMDD
    COMPUTE PGB-DIAS-HOJE =
        FUNCTION INTEGER-OF-DATE (PGB-DATA-HOJE)
    COMPUTE PGB-PERIODO = PGB-DATA-HOJE / 100
    DISPLAY "Pagar prestacoes ate ao mes (AAAAMM, ENTER = "
        PGB-PERIODO "): " NO ADVANCING
    ACCEPT PGB-RESPOSTA
    IF PGB-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PGB-RESPOSTA) TO PGB-PERIODO
    END-IF
    MOVE SPACES TO PGB-RESPOSTA
    DISPLAY "Dias de carencia apos o inicio do semestre"
        " (ENTER = 30): " NO ADVANCING
    ACCEPT PGB-RESPOSTA
    IF PGB-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PGB-RESPOSTA) TO PGB-CARENCIA-DIAS
    END-IF
    MOVE SPACES TO PGB-SEPA-NOME
    STRING "BOLSAS-SEPA-" DELIMITED BY SIZE
           PGB-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PGB-SEPA-NOME

    MOVE ZERO TO BOLSAPREST-TENTATIVAS
    MOVE "99" TO BOLSAPREST-STATUS
    PERFORM UNTIL BOLSAPREST-STATUS = "00"
        OR BOLSAPREST-TENTATIVAS = 5
        OPEN I-O BOLSAPREST-FILE
        IF BOLSAPREST-STATUS NOT = "00"
            ADD 1 TO BOLSAPREST-TENTATIVAS
        END-IF
    END-PERFORM
    IF BOLSAPREST-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAPREST-FILE. Status: "
            BOLSAPREST-STATUS
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE ZERO TO BOLSAS-TENTATIVAS
    MOVE "99" TO BOLSAS-STATUS
    PERFORM UNTIL BOLSAS-STATUS = "00" OR BOLSAS-TENTATIVAS = 5
        OPEN I-O BOLSAS-FILE
        IF BOLSAS-STATUS NOT = "00"
            ADD 1 TO BOLSAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF BOLSAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir BOLSAS-FILE. Status: " BOLSAS-STATUS
        CLOSE BOLSAPREST-FILE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE ZERO TO PROPINAS-TENTATIVAS
    MOVE "99" TO PROPINAS-STATUS
    PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
        OPEN I-O PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            ADD 1 TO PROPINAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
            PROPINAS-STATUS
        CLOSE BOLSAS-FILE
        CLOSE BOLSAPREST-FILE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
        CLOSE PROPINAS-FILE
        CLOSE BOLSAS-FILE
        CLOSE BOLSAPREST-FILE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT SEMESTRES-FILE
    IF SEMESTRES-STATUS = "00"
        MOVE 'S' TO PGB-SEMESTRES-ABERTO
    END-IF
    OPEN INPUT PLANOSPAG-FILE
    IF PLANOSPAG-STATUS = "00"
        MOVE 'S' TO PGB-PLANOS-ABERTO
    END-IF
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO PGB-CONTACTOS-ABERTO
    ELSE
        DISPLAY "Aviso: CONTACTOS-ALUNO-FILE indisponivel;"
            " nenhum IBAN disponivel."
    END-IF
    OPEN EXTEND PROPMOV-FILE
    IF PROPMOV-STATUS NOT = "00"
        OPEN OUTPUT PROPMOV-FILE
    END-IF
    OPEN OUTPUT SEPA-FILE
    MOVE "TRANSFERENCIAS SEPA - BOLSAS DE ESTUDO" TO LINHA-SEPA
    WRITE LINHA-SEPA

    PERFORM UNTIL PGB-FIM-FICHEIRO = 'Y'
        READ BOLSAPREST-FILE NEXT RECORD
            AT END MOVE 'Y' TO PGB-FIM-FICHEIRO
            NOT AT END
                IF BLP-PENDENTE AND BLP-MES NOT > PGB-PERIODO
                    PERFORM TRATAR-PRESTACAO
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO LINHA-SEPA
    MOVE PGB-TOTAL-TRANSFERIDO TO PGB-VALOR-ED
    STRING "TOTAL GERAL: " DELIMITED BY SIZE
           PGB-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-SEPA
    WRITE LINHA-SEPA
    CLOSE SEPA-FILE
    CLOSE PROPMOV-FILE
    IF PGB-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    IF PGB-PLANOS-ABERTO = 'S'
        CLOSE PLANOSPAG-FILE
    END-IF
    IF PGB-SEMESTRES-ABERTO = 'S'
        CLOSE SEMESTRES-FILE
    END-IF
    CLOSE ALUNO-MASTER-FILE
    CLOSE PROPINAS-FILE
    CLOSE BOLSAS-FILE
    CLOSE BOLSAPREST-FILE
    DISPLAY "==============================="
    DISPLAY "Prestacoes pagas: " PGB-TOTAL-PAGAS
    DISPLAY "Bolsas concluidas: " PGB-TOTAL-CONCLUIDAS
    DISPLAY "Bolsas suspensas (aluno inativo): " PGB-TOTAL-SUSPENSAS
    DISPLAY "Prestacoes sem IBAN: " PGB-TOTAL-SEM-IBAN
    MOVE PGB-TOTAL-COMPENSADO TO PGB-VALOR-ED
    DISPLAY "Compensado em propinas: " PGB-VALOR-ED
    MOVE PGB-TOTAL-TRANSFERIDO TO PGB-VALOR-ED
    DISPLAY "Total transferido: " PGB-VALOR-ED
    DISPLAY "Transferencias gravadas em " PGB-SEPA-NOME
    DISPLAY "==============================="
    IF PGB-TOTAL-SEM-IBAN > ZERO
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

TRATAR-PRESTACAO.
    MOVE BLP-ID-ALUNO TO BLS-ID-ALUNO
    MOVE BLP-ANO TO BLS-ANO
    READ BOLSAS-FILE KEY IS BLS-CHAVE
        INVALID KEY
            DISPLAY "EXCECAO: prestacao " BLP-ID-ALUNO " " BLP-ANO
                "/" BLP-PRESTACAO " sem bolsa em BOLSAS.dat."
        NOT INVALID KEY
            IF BLS-ATIVA
                PERFORM VERIFICAR-ALUNO-ATIVO
                IF PGB-ALUNO-ATIVO = 'S'
                    PERFORM PAGAR-PRESTACAO
                ELSE
                    PERFORM SUSPENDER-BOLSA
                END-IF
            END-IF
    END-READ.

VERIFICAR-ALUNO-ATIVO.
    MOVE 'N' TO PGB-ALUNO-ATIVO
    MOVE BLS-ID-ALUNO TO MASTER-ID-ALUNO
    READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
        INVALID KEY
            MOVE SPACES TO MASTER-ESTADO
        NOT INVALID KEY
            IF MASTER-ATIVO
                MOVE 'S' TO PGB-ALUNO-ATIVO
            END-IF
    END-READ.

SUSPENDER-BOLSA.
    MOVE "S" TO BLS-ESTADO
    MOVE PGB-DATA-HOJE TO BLS-DATA-ESTADO
    MOVE SPACES TO BLS-MOTIVO
    STRING "ALUNO INATIVO (ESTADO " DELIMITED BY SIZE
           MASTER-ESTADO DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO BLS-MOTIVO
    IF MASTER-ESTADO = SPACES
        MOVE "ALUNO INEXISTENTE NO MASTER" TO BLS-MOTIVO
    END-IF
    REWRITE REGISTO-BOLSA
    ADD 1 TO PGB-TOTAL-SUSPENSAS
    DISPLAY "Bolsa suspensa: aluno " BLS-ID-ALUNO " ano " BLS-ANO
        " - " BLS-MOTIVO.

PAGAR-PRESTACAO.
*> primeiro apura-se quanto se compensa, para saber se ha valor a
*> transferir e IBAN para ele; so depois se grava a compensacao.
    MOVE SPACES TO PGB-REFERENCIA
    STRING "BL" DELIMITED BY SIZE
           BLP-ANO DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           BLP-PRESTACAO DELIMITED BY SIZE
           INTO PGB-REFERENCIA
    MOVE ZERO TO PGB-COMPENSADO
    IF BLS-COMPENSA-DIVIDA
        MOVE 'N' TO PGB-APLICAR
        PERFORM PERCORRER-PROPINAS-ALUNO
    END-IF
    COMPUTE PGB-TRANSFERIR = BLP-VALOR - PGB-COMPENSADO
    PERFORM LER-IBAN-ALUNO
    IF PGB-TRANSFERIR > ZERO AND PGB-IBAN = SPACES
        ADD 1 TO PGB-TOTAL-SEM-IBAN
        DISPLAY "EXCECAO: aluno " BLP-ID-ALUNO " bolsa " BLP-ANO
            " prestacao " BLP-PRESTACAO " sem IBAN registado."
    ELSE
        IF PGB-COMPENSADO > ZERO
            MOVE 'S' TO PGB-APLICAR
            PERFORM PERCORRER-PROPINAS-ALUNO
            ADD PGB-COMPENSADO TO PGB-TOTAL-COMPENSADO
        END-IF
        IF PGB-TRANSFERIR > ZERO
            MOVE SPACES TO LINHA-SEPA
            MOVE PGB-TRANSFERIR TO PGB-VALOR-ED
            STRING "ALUNO " DELIMITED BY SIZE
                   BLP-ID-ALUNO DELIMITED BY SIZE
                   "  IBAN " DELIMITED BY SIZE
                   PGB-IBAN DELIMITED BY SIZE
                   "  VALOR " DELIMITED BY SIZE
                   PGB-VALOR-ED DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   PGB-REFERENCIA DELIMITED BY SIZE
                   INTO LINHA-SEPA
            WRITE LINHA-SEPA
            ADD PGB-TRANSFERIR TO PGB-TOTAL-TRANSFERIDO
        END-IF
        MOVE "G" TO BLP-ESTADO
        MOVE PGB-COMPENSADO TO BLP-COMPENSADO
        MOVE PGB-TRANSFERIR TO BLP-TRANSFERIDO
        MOVE PGB-DATA-HOJE TO BLP-DATA-PAGAMENTO
        MOVE PGB-REFERENCIA TO BLP-REFERENCIA
        REWRITE REGISTO-BOLSA-PRESTACAO
        ADD 1 TO PGB-TOTAL-PAGAS
        IF BLP-PRESTACAO NOT < BLS-PRESTACOES
            MOVE "T" TO BLS-ESTADO
            MOVE PGB-DATA-HOJE TO BLS-DATA-ESTADO
            MOVE "PAGA NA TOTALIDADE" TO BLS-MOTIVO
            REWRITE REGISTO-BOLSA
            ADD 1 TO PGB-TOTAL-CONCLUIDAS
        END-IF
    END-IF.

PERCORRER-PROPINAS-ALUNO.
*> contas do aluno por ordem de chave, ou seja do semestre mais
*> antigo para o mais recente. Com PGB-APLICAR = 'N' so acumula
*> em PGB-COMPENSADO; com 'S' grava o que foi apurado.
    IF PGB-APLICAR = 'N'
        MOVE ZERO TO PGB-COMPENSADO
        MOVE BLP-VALOR TO PGB-POR-COMPENSAR
    ELSE
        MOVE PGB-COMPENSADO TO PGB-POR-COMPENSAR
    END-IF
    MOVE 'N' TO PGB-FIM-PROPINAS
    MOVE BLP-ID-ALUNO TO PGB-ID-ALUNO
    MOVE BLP-ID-ALUNO TO PRO-ID-ALUNO
    MOVE SPACES TO PRO-SEMESTRE
    START PROPINAS-FILE KEY IS NOT LESS THAN PRO-CHAVE
        INVALID KEY
            MOVE 'Y' TO PGB-FIM-PROPINAS
    END-START
    PERFORM UNTIL PGB-FIM-PROPINAS = 'Y'
        OR PGB-POR-COMPENSAR = ZERO
        READ PROPINAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PGB-FIM-PROPINAS
            NOT AT END
                IF PRO-ID-ALUNO NOT = PGB-ID-ALUNO
                    MOVE 'Y' TO PGB-FIM-PROPINAS
                ELSE
                    COMPUTE PGB-SALDO =
                        PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
                    IF PGB-SALDO > ZERO
                        PERFORM APURAR-DIVIDA-VENCIDA
                        IF PGB-BASE > ZERO
                            PERFORM COMPENSAR-CONTA
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COMPENSAR-CONTA.
    IF PGB-BASE > PGB-POR-COMPENSAR
        MOVE PGB-POR-COMPENSAR TO PGB-ABATE
    ELSE
        MOVE PGB-BASE TO PGB-ABATE
    END-IF
    SUBTRACT PGB-ABATE FROM PGB-POR-COMPENSAR
    IF PGB-APLICAR = 'N'
        ADD PGB-ABATE TO PGB-COMPENSADO
    ELSE
        ADD PGB-ABATE TO PRO-TOTAL-PAGO
        REWRITE REGISTO-PROPINA
        MOVE PGB-DATA-HOJE TO MOV-DATA
        MOVE PRO-ID-ALUNO TO MOV-ID-ALUNO
        MOVE PRO-SEMESTRE TO MOV-SEMESTRE
        MOVE "B" TO MOV-TIPO
        MOVE PGB-ABATE TO MOV-VALOR
        MOVE PGB-REFERENCIA TO MOV-REFERENCIA
        WRITE REGISTO-PROPMOV
        MOVE PGB-ABATE TO PGB-VALOR-ED
        DISPLAY "Compensado: aluno " PRO-ID-ALUNO " semestre "
            PRO-SEMESTRE " " PGB-VALOR-ED
    END-IF.

APURAR-DIVIDA-VENCIDA.
*> sem plano, a conta esta vencida quando ja passaram os dias de
*> carencia sobre o inicio do semestre e vence o saldo todo; com
*> plano ativo, vence a parte das prestacoes ja vencidas por
*> liquidar.
    MOVE ZERO TO PGB-BASE
    PERFORM APURAR-VENCIDO-PLANO
    IF PGB-PLANO-EXISTE = 'S'
        IF PGB-VENCIDO > PRO-TOTAL-PAGO
            COMPUTE PGB-BASE = PGB-VENCIDO - PRO-TOTAL-PAGO
            IF PGB-BASE > PGB-SALDO
                MOVE PGB-SALDO TO PGB-BASE
            END-IF
        END-IF
    ELSE
        IF PGB-SEMESTRES-ABERTO = 'S'
            MOVE PRO-SEMESTRE TO SEM-CODIGO
            READ SEMESTRES-FILE KEY IS SEM-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SEM-DATA-INICIO NOT = ZERO
                        COMPUTE PGB-DIAS-INICIO =
                            FUNCTION INTEGER-OF-DATE
                            (SEM-DATA-INICIO)
                        IF PGB-DIAS-HOJE - PGB-DIAS-INICIO
                            > PGB-CARENCIA-DIAS
                            MOVE PGB-SALDO TO PGB-BASE
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-IF.

APURAR-VENCIDO-PLANO.
    MOVE 'N' TO PGB-PLANO-EXISTE
    MOVE ZERO TO PGB-VENCIDO
    MOVE 'N' TO PGB-FIM-PLANO
    IF PGB-PLANOS-ABERTO = 'S'
        MOVE PRO-ID-ALUNO TO PLA-ID-ALUNO
        MOVE PRO-SEMESTRE TO PLA-SEMESTRE
        MOVE ZERO TO PLA-PRESTACAO
        START PLANOSPAG-FILE KEY IS NOT LESS THAN PLA-CHAVE
            INVALID KEY
                MOVE 'Y' TO PGB-FIM-PLANO
        END-START
        PERFORM UNTIL PGB-FIM-PLANO = 'Y'
            READ PLANOSPAG-FILE NEXT RECORD
                AT END MOVE 'Y' TO PGB-FIM-PLANO
                NOT AT END
                    IF PLA-ID-ALUNO NOT = PRO-ID-ALUNO
                        OR PLA-SEMESTRE NOT = PRO-SEMESTRE
                        MOVE 'Y' TO PGB-FIM-PLANO
                    ELSE
                        IF PLA-ATIVA
                            MOVE 'S' TO PGB-PLANO-EXISTE
                            IF PLA-DATA-VENCIMENTO
                                NOT > PGB-DATA-HOJE
                                ADD PLA-VALOR TO PGB-VENCIDO
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

LER-IBAN-ALUNO.
    MOVE SPACES TO PGB-IBAN
    IF PGB-CONTACTOS-ABERTO = 'S'
        MOVE BLP-ID-ALUNO TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CTA-IBAN TO PGB-IBAN
        END-READ
    END-IF.
