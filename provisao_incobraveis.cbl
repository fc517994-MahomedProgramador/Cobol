*>****************************************************************
*> Author:
*> Date:
*> Purpose: provisao mensal para dividas de propinas de cobranca
*>          duvidosa, corrida no fecho do mes (AAAAMM). Percorre
*>          PROPINAS.dat e classifica o saldo em divida de cada
*>          conta pela antiguidade a data de fim do mes, contada
*>          desde SEM-DATA-INICIO, em cinco escaloes (ate 180
*>          dias, 181-365, 366-545, 546-730 e mais de 730 dias),
*>          cada um com a sua percentagem de provisao; as contas
*>          com proposta de anulacao pendente em INCOBRAVEIS.dat
*>          (gerir_incobraveis) sao provisionadas a 100%. As
*>          percentagens propostas sao as da ultima provisao
*>          registada (0, 25, 50, 75 e 100 na primeira vez).
*>          Regista a provisao do mes em PROVISOES.dat e escreve
*>          o mapa PROVISAO-AAAAMM.dat e o diario
*>          GL-PROVISAO-AAAAMM.dat no formato do diario de
*>          mensal_gl com a variacao face a provisao do mes
*>          anterior registado: PVAU reforco (debito GPRV gasto
*>          de imparidade, credito IMPA imparidade acumulada) ou
*>          PVRV reversao (debito IMPA, credito RPRV), contas de
*>          CONTASGL.dat no departamento ALUN. Repetir o mes
*>          substitui a provisao desse mes e produz o mesmo
*>          diario enquanto os saldos nao mudarem.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. provisao_incobraveis.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcontagl.cbl".
     COPY "slpropinas.cbl".
     COPY "slsemestre.cbl".
     COPY "slincobravel.cbl".
     COPY "slprovisao.cbl".

     SELECT DIARIO-GL-FILE
         ASSIGN TO PRV-DIARIO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT MAPA-PROVISAO-FILE
         ASSIGN TO PRV-MAPA-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcontagl.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdincobravel.cbl".
  COPY "fdprovisao.cbl".

  FD DIARIO-GL-FILE.
  01 LINHA-DIARIO-GL         PIC X(80).

  FD MAPA-PROVISAO-FILE.
  01 LINHA-MAPA-PROVISAO     PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscontagl.cbl".
  COPY "wspropinas.cbl".
  COPY "wssemestre.cbl".
  COPY "wsincobravel.cbl".
  COPY "wsprovisao.cbl".
    77 PRV-PERIODO           PIC 9(6).
    77 PRV-DIARIO-NOME       PIC X(40).
    77 PRV-MAPA-NOME         PIC X(40).
    77 PRV-RESPOSTA          PIC X(10).
    77 PRV-DATA-HOJE         PIC 9(8).
    77 PRV-DATA-FIM          PIC 9(8).
    77 PRV-DIA-FIM           PIC 9(7).
    77 PRV-DIA-INICIO        PIC 9(7).
    77 PRV-DIAS              PIC S9(7).
    77 PRV-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PRV-SEMESTRES-ABERTO  PIC X VALUE 'N'.
    77 PRV-INCOBRAVEIS-ABERTO PIC X VALUE 'N'.
    77 PRV-PENDENTE          PIC X VALUE 'N'.
    77 PRV-EX                PIC 9 VALUE ZERO.
    77 PRV-SALDO             PIC S9(8)V99.
    77 PRV-PCT-CONTA         PIC 9(3)V99.
    77 PRV-PROVISAO-CONTA    PIC 9(8)V99.
    77 PRV-TOTAL-CONTAS      PIC 9(5) VALUE ZERO.
    77 PRV-TOTAL-DIVIDA      PIC 9(9)V99 VALUE ZERO.
    77 PRV-TOTAL-PROVISAO    PIC 9(9)V99 VALUE ZERO.
    77 PRV-ANTERIOR          PIC 9(9)V99 VALUE ZERO.
    77 PRV-PERIODO-ANTERIOR  PIC 9(6) VALUE ZERO.
    77 PRV-TIPO              PIC X(4).
    77 PRV-DEPARTAMENTO      PIC X(4) VALUE "ALUN".
    77 PRV-CONTA             PIC X(8).
    77 PRV-CONTA-GASTO       PIC X(8).
    77 PRV-CONTA-IMPARIDADE  PIC X(8).
    77 PRV-CONTA-REVERSAO    PIC X(8).
    77 PRV-CONTA-DEBITO      PIC X(8).
    77 PRV-CONTA-CREDITO     PIC X(8).
    77 PRV-VALOR             PIC S9(11)V99.
    77 PRV-TOTAL-DEBITOS     PIC S9(11)V99 VALUE ZERO.
    77 PRV-TOTAL-CREDITOS    PIC S9(11)V99 VALUE ZERO.
    77 PRV-VALOR-ED          PIC +Z(10)9.99.
    77 PRV-COL-ED            PIC Z(8)9.99.
    77 PRV-PCT-ED            PIC ZZ9.99.
    77 PRV-DIAS-ED           PIC -(6)9.
    01 PRV-MES-TRAB          PIC 9(6).
    01 PRV-MES-PARTES REDEFINES PRV-MES-TRAB.
       05 PRV-MT-ANO         PIC 9(4).
       05 PRV-MT-MES         PIC 9(2).
    01 PRV-DATA-TRAB         PIC 9(8).

*> escaloes de antiguidade: ate PRV-E-LIMITE dias (o ultimo sem
*> limite), percentagem, divida e provisao do escalao.
    01 PRV-ESCALOES.
      05 PRV-ESC OCCURS 5 TIMES.
         10 PRV-E-LIMITE     PIC 9(5).
         10 PRV-E-DESCRICAO  PIC X(16).
         10 PRV-E-PCT        PIC 9(3)V99.
         10 PRV-E-DIVIDA     PIC 9(9)V99.
         10 PRV-E-PROVISAO   PIC 9(9)V99.
    01 PRV-PENDENTES.
       05 PRV-P-DIVIDA       PIC 9(9)V99 VALUE ZERO.
       05 PRV-P-PROVISAO     PIC 9(9)V99 VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcontagl.cbl".
COPY "rvpropinas.cbl".
COPY "rvsemestre.cbl".
COPY "rvincobravel.cbl".
COPY "rvprovisao.cbl".

    PERFORM PROVISIONAR-DIVIDAS.
GOBACK.

PROVISIONAR-DIVIDAS.
    DISPLAY "Mes a provisionar (AAAAMM): " NO ADVANCING
    ACCEPT PRV-PERIODO
    MOVE PRV-PERIODO TO PRV-MES-TRAB
    IF PRV-MT-MES < 1 OR PRV-MT-MES > 12
        DISPLAY "Mes invalido: " PRV-PERIODO
        MOVE 1 TO RETURN-CODE
    ELSE
        ACCEPT PRV-DATA-HOJE FROM DATE YYYYMMDD
        PERFORM CALCULAR-FIM-MES
        PERFORM INICIAR-ESCALOES
        PERFORM GARANTIR-PROVISOES
        PERFORM LER-PROVISAO-ANTERIOR
        PERFORM PEDIR-PERCENTAGENS
        MOVE SPACES TO PRV-DIARIO-NOME
        STRING "GL-PROVISAO-" DELIMITED BY SIZE
               PRV-PERIODO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO PRV-DIARIO-NOME
        MOVE SPACES TO PRV-MAPA-NOME
        STRING "PROVISAO-" DELIMITED BY SIZE
               PRV-PERIODO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO PRV-MAPA-NOME
        OPEN INPUT PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
                PROPINAS-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN INPUT SEMESTRES-FILE
            IF SEMESTRES-STATUS = "00"
                MOVE 'S' TO PRV-SEMESTRES-ABERTO
            END-IF
            OPEN INPUT INCOBRAVEIS-FILE
            IF INCOBRAVEIS-STATUS = "00"
                MOVE 'S' TO PRV-INCOBRAVEIS-ABERTO
            END-IF
            OPEN OUTPUT MAPA-PROVISAO-FILE
            PERFORM ESCREVER-CABECALHO-MAPA
            PERFORM UNTIL PRV-FIM-FICHEIRO = 'Y'
                READ PROPINAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO PRV-FIM-FICHEIRO
                    NOT AT END
                        PERFORM PROVISIONAR-CONTA
                END-READ
            END-PERFORM
            IF PRV-INCOBRAVEIS-ABERTO = 'S'
                CLOSE INCOBRAVEIS-FILE
            END-IF
            IF PRV-SEMESTRES-ABERTO = 'S'
                CLOSE SEMESTRES-FILE
            END-IF
            CLOSE PROPINAS-FILE
            PERFORM ESCREVER-RESUMO-MAPA
            CLOSE MAPA-PROVISAO-FILE
            PERFORM ESCREVER-DIARIO
            PERFORM REGISTAR-PROVISAO
            MOVE PRV-TOTAL-PROVISAO TO PRV-COL-ED
            DISPLAY "Provisao do mes: " PRV-COL-ED
            DISPLAY "Mapa:   " PRV-MAPA-NOME
            DISPLAY "Diario: " PRV-DIARIO-NOME
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

CALCULAR-FIM-MES.
*> ultimo dia do mes: vespera do dia 1 do mes seguinte.
    IF PRV-MT-MES = 12
        COMPUTE PRV-DATA-TRAB = (PRV-MT-ANO + 1) * 10000 + 101
    ELSE
        COMPUTE PRV-DATA-TRAB =
            PRV-MT-ANO * 10000 + (PRV-MT-MES + 1) * 100 + 1
    END-IF
    COMPUTE PRV-DIA-FIM = FUNCTION INTEGER-OF-DATE (PRV-DATA-TRAB) - 1
    COMPUTE PRV-DATA-FIM = FUNCTION DATE-OF-INTEGER (PRV-DIA-FIM).

INICIAR-ESCALOES.
    MOVE 180 TO PRV-E-LIMITE (1)
    MOVE "ate 180 dias" TO PRV-E-DESCRICAO (1)
    MOVE ZERO TO PRV-E-PCT (1)
    MOVE 365 TO PRV-E-LIMITE (2)
    MOVE "181-365 dias" TO PRV-E-DESCRICAO (2)
    MOVE 25 TO PRV-E-PCT (2)
    MOVE 545 TO PRV-E-LIMITE (3)
    MOVE "366-545 dias" TO PRV-E-DESCRICAO (3)
    MOVE 50 TO PRV-E-PCT (3)
    MOVE 730 TO PRV-E-LIMITE (4)
    MOVE "546-730 dias" TO PRV-E-DESCRICAO (4)
    MOVE 75 TO PRV-E-PCT (4)
    MOVE 99999 TO PRV-E-LIMITE (5)
    MOVE "mais de 730 dias" TO PRV-E-DESCRICAO (5)
    MOVE 100 TO PRV-E-PCT (5)
    PERFORM VARYING PRV-EX FROM 1 BY 1 UNTIL PRV-EX > 5
        MOVE ZERO TO PRV-E-DIVIDA (PRV-EX)
        MOVE ZERO TO PRV-E-PROVISAO (PRV-EX)
    END-PERFORM.

GARANTIR-PROVISOES.
    OPEN INPUT PROVISOES-FILE.
        IF PROVISOES-STATUS = "35"
            OPEN OUTPUT PROVISOES-FILE
            CLOSE PROVISOES-FILE
        ELSE
            IF PROVISOES-STATUS = "00"
                CLOSE PROVISOES-FILE
            END-IF
        END-IF.

LER-PROVISAO-ANTERIOR.
*> a ultima provisao registada antes do mes pedido da o saldo
*> anterior da imparidade e as percentagens por omissao.
    MOVE 'N' TO PRV-FIM-FICHEIRO
    OPEN INPUT PROVISOES-FILE.
    IF PROVISOES-STATUS = "00"
        PERFORM UNTIL PRV-FIM-FICHEIRO = 'Y'
            READ PROVISOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO PRV-FIM-FICHEIRO
                NOT AT END
                    IF PVS-PERIODO < PRV-PERIODO
                        MOVE PVS-PERIODO TO PRV-PERIODO-ANTERIOR
                        MOVE PVS-VALOR TO PRV-ANTERIOR
                        PERFORM VARYING PRV-EX FROM 1 BY 1
                            UNTIL PRV-EX > 5
                            MOVE PVS-PCT (PRV-EX) TO PRV-E-PCT (PRV-EX)
                        END-PERFORM
                    ELSE
                        MOVE 'Y' TO PRV-FIM-FICHEIRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROVISOES-FILE
    END-IF
    MOVE 'N' TO PRV-FIM-FICHEIRO.

PEDIR-PERCENTAGENS.
    PERFORM VARYING PRV-EX FROM 1 BY 1 UNTIL PRV-EX > 5
        MOVE PRV-E-PCT (PRV-EX) TO PRV-PCT-ED
        MOVE SPACES TO PRV-RESPOSTA
        DISPLAY "Provisao % divida " PRV-E-DESCRICAO (PRV-EX)
            " (ENTER = " PRV-PCT-ED "): " NO ADVANCING
        ACCEPT PRV-RESPOSTA
        IF PRV-RESPOSTA NOT = SPACES
            MOVE FUNCTION NUMVAL (PRV-RESPOSTA) TO PRV-E-PCT (PRV-EX)
        END-IF
        IF PRV-E-PCT (PRV-EX) > 100
            MOVE 100 TO PRV-E-PCT (PRV-EX)
        END-IF
    END-PERFORM.

PROVISIONAR-CONTA.
    COMPUTE PRV-SALDO = PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
    IF PRV-SALDO > ZERO
        ADD 1 TO PRV-TOTAL-CONTAS
        ADD PRV-SALDO TO PRV-TOTAL-DIVIDA
        PERFORM CALCULAR-ANTIGUIDADE
        PERFORM VERIFICAR-PROPOSTA-PENDENTE
        MOVE 1 TO PRV-EX
        PERFORM UNTIL PRV-EX = 5 OR PRV-DIAS NOT > PRV-E-LIMITE (PRV-EX)
            ADD 1 TO PRV-EX
        END-PERFORM
        IF PRV-PENDENTE = 'S'
            MOVE 100 TO PRV-PCT-CONTA
        ELSE
            MOVE PRV-E-PCT (PRV-EX) TO PRV-PCT-CONTA
        END-IF
        COMPUTE PRV-PROVISAO-CONTA ROUNDED =
            PRV-SALDO * PRV-PCT-CONTA / 100
        ADD PRV-PROVISAO-CONTA TO PRV-TOTAL-PROVISAO
        IF PRV-PENDENTE = 'S'
            ADD PRV-SALDO TO PRV-P-DIVIDA
            ADD PRV-PROVISAO-CONTA TO PRV-P-PROVISAO
        ELSE
            ADD PRV-SALDO TO PRV-E-DIVIDA (PRV-EX)
            ADD PRV-PROVISAO-CONTA TO PRV-E-PROVISAO (PRV-EX)
        END-IF
        PERFORM ESCREVER-LINHA-CONTA
    END-IF.

CALCULAR-ANTIGUIDADE.
*> como em devedores_relatorio: dias desde o inicio do semestre,
*> aqui contados ate ao fim do mes provisionado.
    MOVE ZERO TO PRV-DIAS
    IF PRV-SEMESTRES-ABERTO = 'S'
        MOVE PRO-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SEM-DATA-INICIO NOT = ZERO
                    COMPUTE PRV-DIA-INICIO =
                        FUNCTION INTEGER-OF-DATE (SEM-DATA-INICIO)
                    COMPUTE PRV-DIAS = PRV-DIA-FIM - PRV-DIA-INICIO
                END-IF
        END-READ
    END-IF
    IF PRV-DIAS < ZERO
        MOVE ZERO TO PRV-DIAS
    END-IF.

VERIFICAR-PROPOSTA-PENDENTE.
    MOVE 'N' TO PRV-PENDENTE
    IF PRV-INCOBRAVEIS-ABERTO = 'S'
        MOVE PRO-ID-ALUNO TO INC-ID-ALUNO
        MOVE PRO-SEMESTRE TO INC-SEMESTRE
        READ INCOBRAVEIS-FILE KEY IS INC-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF INC-PROPOSTA
                    MOVE 'S' TO PRV-PENDENTE
                END-IF
        END-READ
    END-IF.

ESCREVER-CABECALHO-MAPA.
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    STRING "PROVISAO PARA DIVIDAS DE PROPINAS DO MES "
           DELIMITED BY SIZE
           PRV-PERIODO DELIMITED BY SIZE
           " (antiguidade a " DELIMITED BY SIZE
           PRV-DATA-FIM DELIMITED BY SIZE
           ", saldos de " DELIMITED BY SIZE
           PRV-DATA-HOJE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINHA-MAPA-PROVISAO
    PERFORM EMITIR-LINHA-MAPA
    MOVE "Aluno Semestre        Saldo    Dias      %     Provisao"
        TO LINHA-MAPA-PROVISAO
    PERFORM EMITIR-LINHA-MAPA.

ESCREVER-LINHA-CONTA.
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    MOVE PRO-ID-ALUNO TO LINHA-MAPA-PROVISAO (1:5)
    MOVE PRO-SEMESTRE TO LINHA-MAPA-PROVISAO (7:6)
    MOVE PRV-SALDO TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (14:12)
    MOVE PRV-DIAS TO PRV-DIAS-ED
    MOVE PRV-DIAS-ED TO LINHA-MAPA-PROVISAO (27:7)
    MOVE PRV-PCT-CONTA TO PRV-PCT-ED
    MOVE PRV-PCT-ED TO LINHA-MAPA-PROVISAO (35:6)
    MOVE PRV-PROVISAO-CONTA TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (42:12)
    IF PRV-PENDENTE = 'S'
        MOVE "proposta de anulacao pendente"
            TO LINHA-MAPA-PROVISAO (56:29)
    END-IF
    PERFORM EMITIR-LINHA-MAPA.

ESCREVER-RESUMO-MAPA.
    MOVE ALL "-" TO LINHA-MAPA-PROVISAO (1:78)
    PERFORM EMITIR-LINHA-MAPA
    MOVE "Escalao                 Divida      %     Provisao"
        TO LINHA-MAPA-PROVISAO
    PERFORM EMITIR-LINHA-MAPA
    PERFORM VARYING PRV-EX FROM 1 BY 1 UNTIL PRV-EX > 5
        MOVE SPACES TO LINHA-MAPA-PROVISAO
        MOVE PRV-E-DESCRICAO (PRV-EX) TO LINHA-MAPA-PROVISAO (1:16)
        MOVE PRV-E-DIVIDA (PRV-EX) TO PRV-COL-ED
        MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (18:12)
        MOVE PRV-E-PCT (PRV-EX) TO PRV-PCT-ED
        MOVE PRV-PCT-ED TO LINHA-MAPA-PROVISAO (31:6)
        MOVE PRV-E-PROVISAO (PRV-EX) TO PRV-COL-ED
        MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (38:12)
        PERFORM EMITIR-LINHA-MAPA
    END-PERFORM
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    MOVE "anulacao pendente" TO LINHA-MAPA-PROVISAO (1:17)
    MOVE PRV-P-DIVIDA TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (18:12)
    MOVE 100 TO PRV-PCT-ED
    MOVE PRV-PCT-ED TO LINHA-MAPA-PROVISAO (31:6)
    MOVE PRV-P-PROVISAO TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (38:12)
    PERFORM EMITIR-LINHA-MAPA
    MOVE ALL "-" TO LINHA-MAPA-PROVISAO (1:78)
    PERFORM EMITIR-LINHA-MAPA
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    MOVE "TOTAL" TO LINHA-MAPA-PROVISAO (1:5)
    MOVE PRV-TOTAL-DIVIDA TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (18:12)
    MOVE PRV-TOTAL-PROVISAO TO PRV-COL-ED
    MOVE PRV-COL-ED TO LINHA-MAPA-PROVISAO (38:12)
    PERFORM EMITIR-LINHA-MAPA
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    MOVE PRV-ANTERIOR TO PRV-COL-ED
    IF PRV-PERIODO-ANTERIOR = ZERO
        STRING "Provisao anterior (sem registo): " DELIMITED BY SIZE
               PRV-COL-ED DELIMITED BY SIZE
               INTO LINHA-MAPA-PROVISAO
    ELSE
        STRING "Provisao anterior (" DELIMITED BY SIZE
               PRV-PERIODO-ANTERIOR DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               PRV-COL-ED DELIMITED BY SIZE
               INTO LINHA-MAPA-PROVISAO
    END-IF
    PERFORM EMITIR-LINHA-MAPA
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    COMPUTE PRV-VALOR = PRV-TOTAL-PROVISAO - PRV-ANTERIOR
    MOVE PRV-VALOR TO PRV-VALOR-ED
    STRING "Variacao do mes: " DELIMITED BY SIZE
           PRV-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-MAPA-PROVISAO
    PERFORM EMITIR-LINHA-MAPA
    MOVE SPACES TO LINHA-MAPA-PROVISAO
    STRING "Contas em divida: " DELIMITED BY SIZE
           PRV-TOTAL-CONTAS DELIMITED BY SIZE
           INTO LINHA-MAPA-PROVISAO
    PERFORM EMITIR-LINHA-MAPA.

EMITIR-LINHA-MAPA.
    WRITE LINHA-MAPA-PROVISAO
    MOVE SPACES TO LINHA-MAPA-PROVISAO.

ESCREVER-DIARIO.
*> mesmo formato do diario de mensal_gl; um unico lancamento
*> balanceado com a variacao da provisao.
    PERFORM LER-CONTAS-PROVISAO
    MOVE ZERO TO PRV-TOTAL-DEBITOS
    MOVE ZERO TO PRV-TOTAL-CREDITOS
    OPEN OUTPUT DIARIO-GL-FILE
    MOVE SPACES TO LINHA-DIARIO-GL
    STRING "DIARIO GL DA PROVISAO DE DIVIDAS DO MES "
           DELIMITED BY SIZE
           PRV-PERIODO DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    COMPUTE PRV-VALOR = PRV-TOTAL-PROVISAO - PRV-ANTERIOR
    IF PRV-VALOR > ZERO
        MOVE "PVAU" TO PRV-TIPO
        MOVE PRV-CONTA-GASTO TO PRV-CONTA-DEBITO
        MOVE PRV-CONTA-IMPARIDADE TO PRV-CONTA-CREDITO
        PERFORM ESCREVER-LANCAMENTO
    ELSE
        IF PRV-VALOR < ZERO
            COMPUTE PRV-VALOR = PRV-ANTERIOR - PRV-TOTAL-PROVISAO
            MOVE "PVRV" TO PRV-TIPO
            MOVE PRV-CONTA-IMPARIDADE TO PRV-CONTA-DEBITO
            MOVE PRV-CONTA-REVERSAO TO PRV-CONTA-CREDITO
            PERFORM ESCREVER-LANCAMENTO
        END-IF
    END-IF
    MOVE SPACES TO LINHA-DIARIO-GL
    MOVE PRV-TOTAL-DEBITOS TO PRV-VALOR-ED
    STRING "TOTAL DEBITOS  " DELIMITED BY SIZE
           PRV-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    MOVE SPACES TO LINHA-DIARIO-GL
    MOVE PRV-TOTAL-CREDITOS TO PRV-VALOR-ED
    STRING "TOTAL CREDITOS " DELIMITED BY SIZE
           PRV-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    CLOSE DIARIO-GL-FILE.

ESCREVER-LANCAMENTO.
    MOVE PRV-VALOR TO PRV-VALOR-ED
    MOVE SPACES TO LINHA-DIARIO-GL
    STRING PRV-TIPO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRV-DEPARTAMENTO DELIMITED BY SIZE
           " D " DELIMITED BY SIZE
           PRV-CONTA-DEBITO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRV-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    ADD PRV-VALOR TO PRV-TOTAL-DEBITOS
    MOVE SPACES TO LINHA-DIARIO-GL
    STRING PRV-TIPO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRV-DEPARTAMENTO DELIMITED BY SIZE
           " C " DELIMITED BY SIZE
           PRV-CONTA-CREDITO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PRV-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    ADD PRV-VALOR TO PRV-TOTAL-CREDITOS.

LER-CONTAS-PROVISAO.
    MOVE "GPRV" TO PRV-TIPO
    PERFORM LER-CONTA-MAPEADA
    MOVE PRV-CONTA TO PRV-CONTA-GASTO
    MOVE "IMPA" TO PRV-TIPO
    PERFORM LER-CONTA-MAPEADA
    MOVE PRV-CONTA TO PRV-CONTA-IMPARIDADE
    MOVE "RPRV" TO PRV-TIPO
    PERFORM LER-CONTA-MAPEADA
    MOVE PRV-CONTA TO PRV-CONTA-REVERSAO
    IF PRV-CONTA-GASTO = "99999999"
        OR PRV-CONTA-IMPARIDADE = "99999999"
        OR PRV-CONTA-REVERSAO = "99999999"
        DISPLAY "Aviso: mapeamento GPRV/IMPA/RPRV em falta em"
            " CONTASGL.dat; lancado na conta de suspensos."
    END-IF.

LER-CONTA-MAPEADA.
*> como em mensal_gl: tipo+departamento, senao o mapeamento geral
*> do tipo, senao a conta de suspensos.
    MOVE "99999999" TO PRV-CONTA
    OPEN INPUT CONTAS-GL-FILE.
    IF CONTASGL-STATUS = "00"
        MOVE PRV-TIPO TO GLM-TIPO
        MOVE PRV-DEPARTAMENTO TO GLM-DEPARTAMENTO
        READ CONTAS-GL-FILE KEY IS GLM-CHAVE
            INVALID KEY
                MOVE PRV-TIPO TO GLM-TIPO
                MOVE SPACES TO GLM-DEPARTAMENTO
                READ CONTAS-GL-FILE KEY IS GLM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE GLM-CONTA TO PRV-CONTA
                END-READ
            NOT INVALID KEY
                MOVE GLM-CONTA TO PRV-CONTA
        END-READ
        CLOSE CONTAS-GL-FILE
    END-IF.

REGISTAR-PROVISAO.
    OPEN I-O PROVISOES-FILE.
    IF PROVISOES-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir PROVISOES-FILE. Status: "
            PROVISOES-STATUS
    ELSE
        MOVE PRV-PERIODO TO PVS-PERIODO
        MOVE PRV-DATA-HOJE TO PVS-DATA
        MOVE PRV-TOTAL-DIVIDA TO PVS-DIVIDA
        MOVE PRV-TOTAL-PROVISAO TO PVS-VALOR
        MOVE PRV-ANTERIOR TO PVS-ANTERIOR
        PERFORM VARYING PRV-EX FROM 1 BY 1 UNTIL PRV-EX > 5
            MOVE PRV-E-PCT (PRV-EX) TO PVS-PCT (PRV-EX)
        END-PERFORM
        WRITE REGISTO-PROVISAO
            INVALID KEY
                REWRITE REGISTO-PROVISAO
        END-WRITE
        CLOSE PROVISOES-FILE
    END-IF.
