*>****************************************************************
*> Author:
*> Date:
*> Purpose: diferimento mensal da receita de propinas. mensal_gl
*>          leva a propina faturada a receita no mes da
*>          faturacao; este lote passa a parte ainda nao vencida
*>          para a conta de propinas diferidas e liberta-a
*>          linearmente pelos dias do semestre, entre
*>          SEM-DATA-INICIO e SEM-DATA-FIM. Para um mes (AAAAMM)
*>          reconstroi de raiz, a partir de PROPMOV.dat, o saldo
*>          diferido de cada semestre: as propinas faturadas
*>          (debitos PROPINA) entram no diferido, os creditos do
*>          semestre (cancelamentos CAN, reducoes de estatuto e
*>          descontos) saem do saldo ainda por reconhecer e o
*>          que resta e reconhecido em proporcao dos dias do mes
*>          dentro do semestre sobre os dias que faltam; no mes
*>          em que o semestre acaba o saldo fica a zero. Escreve
*>          o diario GL-DIFERIDOS-AAAAMM.dat no formato do diario
*>          de mensal_gl, com as contas do mapeamento
*>          CONTASGL.dat (RECP receita de propinas, DIFR propinas
*>          diferidas, departamento ALUN): PRDF diferimento do
*>          faturado, PRDC creditos abatidos ao diferido e PRRL
*>          reconhecimento do mes; e o mapa de movimentos do
*>          diferido por semestre DIFERIDOS-AAAAMM.dat (saldo
*>          inicial, faturado, creditos, reconhecido, saldo
*>          final). Repetir o mes produz ficheiros identicos.
*>          Um semestre sem datas em SEMESTRES.dat e reconhecido
*>          no proprio mes; se tiver movimentos no mes o lote
*>          termina com RETURN-CODE 2.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. diferir_propinas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcontagl.cbl".
     COPY "slpropmov.cbl".
     COPY "slsemestre.cbl".

     SELECT DIARIO-GL-FILE
         ASSIGN TO DIF-DIARIO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT MAPA-DIFERIDOS-FILE
         ASSIGN TO DIF-MAPA-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcontagl.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdsemestre.cbl".

  FD DIARIO-GL-FILE.
  01 LINHA-DIARIO-GL         PIC X(80).

  FD MAPA-DIFERIDOS-FILE.
  01 LINHA-MAPA-DIFERIDOS    PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscontagl.cbl".
  COPY "wspropmov.cbl".
  COPY "wssemestre.cbl".
    77 DIF-PERIODO           PIC 9(6).
    77 DIF-DIARIO-NOME       PIC X(40).
    77 DIF-MAPA-NOME         PIC X(40).
    77 DIF-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 DIF-SEMESTRES-ABERTO  PIC X VALUE 'N'.
    77 DIF-ENCONTROU         PIC X VALUE 'N'.
    77 DIF-TIPO              PIC X(4).
    77 DIF-DEPARTAMENTO      PIC X(4) VALUE "ALUN".
    77 DIF-CONTA             PIC X(8).
    77 DIF-CONTA-RECEITA     PIC X(8).
    77 DIF-CONTA-DIFERIDO    PIC X(8).
    77 DIF-CONTA-DEBITO      PIC X(8).
    77 DIF-CONTA-CREDITO     PIC X(8).
    77 DIF-MES               PIC 9(6).
    77 DIF-QTD-MOV           PIC 9(4) VALUE ZERO.
    77 DIF-MX                PIC 9(4) VALUE ZERO.
    77 DIF-QTD-SEM           PIC 9(3) VALUE ZERO.
    77 DIF-SX                PIC 9(3) VALUE ZERO.
    77 DIF-SALDO             PIC 9(9)V99.
    77 DIF-FATURADO-MES      PIC 9(9)V99.
    77 DIF-CREDITOS-MES      PIC 9(9)V99.
    77 DIF-ABATIDO-MES       PIC 9(9)V99.
    77 DIF-RECONHECIDO-MES   PIC 9(9)V99.
    77 DIF-DIA-INICIO        PIC S9(7).
    77 DIF-DIA-FIM           PIC S9(7).
    77 DIF-DIA-MES-INICIO    PIC S9(7).
    77 DIF-DIA-MES-FIM       PIC S9(7).
    77 DIF-DIA-DESDE         PIC S9(7).
    77 DIF-DIAS-MES          PIC S9(7).
    77 DIF-DIAS-RESTANTES    PIC S9(7).
    77 DIF-SEM-DATAS         PIC 9(3) VALUE ZERO.
    77 DIF-VALOR             PIC S9(11)V99.
    77 DIF-TOTAL-DEBITOS     PIC S9(11)V99 VALUE ZERO.
    77 DIF-TOTAL-CREDITOS    PIC S9(11)V99 VALUE ZERO.
    77 DIF-VALOR-ED          PIC +Z(10)9.99.
    77 DIF-COL-ED            PIC Z(8)9.99.
    01 DIF-MES-TRAB          PIC 9(6).
    01 DIF-MES-PARTES REDEFINES DIF-MES-TRAB.
       05 DIF-MT-ANO         PIC 9(4).
       05 DIF-MT-MES         PIC 9(2).
    01 DIF-DATA-TRAB         PIC 9(8).

*> faturado e creditado por semestre e mes, ate ao mes pedido.
    01 DIF-MOVIMENTOS.
      05 DIF-MOV OCCURS 2000 TIMES.
         10 DIF-M-SEMESTRE   PIC X(6).
         10 DIF-M-MES        PIC 9(6).
         10 DIF-M-FATURADO   PIC 9(9)V99.
         10 DIF-M-CREDITOS   PIC 9(9)V99.

*> mapa do diferido de cada semestre no mes pedido.
    01 DIF-SEMESTRES.
      05 DIF-SEM OCCURS 100 TIMES.
         10 DIF-S-CODIGO      PIC X(6).
         10 DIF-S-PRIMEIRO    PIC 9(6).
         10 DIF-S-TEM-DATAS   PIC X.
         10 DIF-S-INICIO      PIC 9(8).
         10 DIF-S-FIM         PIC 9(8).
         10 DIF-S-ABERTURA    PIC 9(9)V99.
         10 DIF-S-FATURADO    PIC 9(9)V99.
         10 DIF-S-CREDITOS    PIC 9(9)V99.
         10 DIF-S-RECONHECIDO PIC 9(9)V99.
         10 DIF-S-FECHO       PIC 9(9)V99.
         10 DIF-S-EXCESSO     PIC 9(9)V99.

    01 DIF-TOTAIS.
       05 DIF-T-ABERTURA     PIC 9(11)V99 VALUE ZERO.
       05 DIF-T-FATURADO     PIC 9(11)V99 VALUE ZERO.
       05 DIF-T-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       05 DIF-T-RECONHECIDO  PIC 9(11)V99 VALUE ZERO.
       05 DIF-T-FECHO        PIC 9(11)V99 VALUE ZERO.
       05 DIF-T-EXCESSO      PIC 9(11)V99 VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcontagl.cbl".
COPY "rvpropmov.cbl".
COPY "rvsemestre.cbl".

    PERFORM DIFERIR-PROPINAS.
GOBACK.

DIFERIR-PROPINAS.
    DISPLAY "Mes a processar (AAAAMM): " NO ADVANCING
    ACCEPT DIF-PERIODO
    MOVE DIF-PERIODO TO DIF-MES-TRAB
    IF DIF-MT-MES < 1 OR DIF-MT-MES > 12
        DISPLAY "Mes invalido: " DIF-PERIODO
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO DIF-DIARIO-NOME
        STRING "GL-DIFERIDOS-" DELIMITED BY SIZE
               DIF-PERIODO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DIF-DIARIO-NOME
        MOVE SPACES TO DIF-MAPA-NOME
        STRING "DIFERIDOS-" DELIMITED BY SIZE
               DIF-PERIODO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DIF-MAPA-NOME
        PERFORM AGREGAR-PROPMOV
        IF DIF-QTD-SEM = ZERO
            DISPLAY "Sem propinas faturadas ate " DIF-PERIODO "."
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN INPUT SEMESTRES-FILE
            IF SEMESTRES-STATUS = "00"
                MOVE 'S' TO DIF-SEMESTRES-ABERTO
            END-IF
            PERFORM VARYING DIF-SX FROM 1 BY 1
                UNTIL DIF-SX > DIF-QTD-SEM
                PERFORM CALCULAR-SEMESTRE
            END-PERFORM
            IF DIF-SEMESTRES-ABERTO = 'S'
                CLOSE SEMESTRES-FILE
            END-IF
            PERFORM ESCREVER-DIARIO
            PERFORM ESCREVER-MAPA
            IF DIF-SEM-DATAS > ZERO
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

AGREGAR-PROPMOV.
*> propinas faturadas (debitos PROPINA) e creditos de cada
*> semestre, por mes, ate ao fim do mes pedido. Os creditos de
*> taxas de requerimento (REQ...) anulam taxas que nunca entraram
*> no diferido e ficam de fora.
    MOVE ZERO TO DIF-QTD-MOV
    MOVE ZERO TO DIF-QTD-SEM
    MOVE 'N' TO DIF-FIM-FICHEIRO
    OPEN INPUT PROPMOV-FILE.
    IF PROPMOV-STATUS = "00"
        PERFORM UNTIL DIF-FIM-FICHEIRO = 'Y'
            READ PROPMOV-FILE
                AT END MOVE 'Y' TO DIF-FIM-FICHEIRO
                NOT AT END
                    IF MOV-DATA (1:6) NOT > DIF-PERIODO
                        AND ((MOV-DEBITO AND MOV-REFERENCIA = "PROPINA")
                             OR (MOV-CREDITO
                                 AND MOV-REFERENCIA (1:3) NOT = "REQ"))
                        PERFORM ACUMULAR-MOVIMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPMOV-FILE
    END-IF.

ACUMULAR-MOVIMENTO.
    MOVE 'N' TO DIF-ENCONTROU
    PERFORM VARYING DIF-MX FROM 1 BY 1
        UNTIL DIF-MX > DIF-QTD-MOV OR DIF-ENCONTROU = 'S'
        IF DIF-M-SEMESTRE (DIF-MX) = MOV-SEMESTRE
            AND DIF-M-MES (DIF-MX) = MOV-DATA (1:6)
            MOVE 'S' TO DIF-ENCONTROU
        END-IF
    END-PERFORM
    IF DIF-ENCONTROU = 'S'
        SUBTRACT 1 FROM DIF-MX
    ELSE
        IF DIF-QTD-MOV < 2000
            ADD 1 TO DIF-QTD-MOV
            MOVE DIF-QTD-MOV TO DIF-MX
            MOVE MOV-SEMESTRE TO DIF-M-SEMESTRE (DIF-MX)
            MOVE MOV-DATA (1:6) TO DIF-M-MES (DIF-MX)
            MOVE ZERO TO DIF-M-FATURADO (DIF-MX)
            MOVE ZERO TO DIF-M-CREDITOS (DIF-MX)
            MOVE 'S' TO DIF-ENCONTROU
            PERFORM REGISTAR-SEMESTRE
        ELSE
            DISPLAY "Aviso: mais de 2000 meses de semestre, movimento"
                " ignorado: " MOV-SEMESTRE " " MOV-DATA
        END-IF
    END-IF
    IF DIF-ENCONTROU = 'S'
        IF MOV-CREDITO
            ADD MOV-VALOR TO DIF-M-CREDITOS (DIF-MX)
        ELSE
            ADD MOV-VALOR TO DIF-M-FATURADO (DIF-MX)
        END-IF
    END-IF.

REGISTAR-SEMESTRE.
    MOVE 'N' TO DIF-ENCONTROU
    PERFORM VARYING DIF-SX FROM 1 BY 1
        UNTIL DIF-SX > DIF-QTD-SEM OR DIF-ENCONTROU = 'S'
        IF DIF-S-CODIGO (DIF-SX) = MOV-SEMESTRE
            MOVE 'S' TO DIF-ENCONTROU
        END-IF
    END-PERFORM
    IF DIF-ENCONTROU = 'S'
        SUBTRACT 1 FROM DIF-SX
        IF MOV-DATA (1:6) < DIF-S-PRIMEIRO (DIF-SX)
            MOVE MOV-DATA (1:6) TO DIF-S-PRIMEIRO (DIF-SX)
        END-IF
    ELSE
        IF DIF-QTD-SEM < 100
            ADD 1 TO DIF-QTD-SEM
            MOVE MOV-SEMESTRE TO DIF-S-CODIGO (DIF-QTD-SEM)
            MOVE MOV-DATA (1:6) TO DIF-S-PRIMEIRO (DIF-QTD-SEM)
        ELSE
            DISPLAY "Aviso: mais de 100 semestres, ignorado "
                MOV-SEMESTRE
        END-IF
    END-IF
    MOVE 'S' TO DIF-ENCONTROU.

CALCULAR-SEMESTRE.
*> percorre os meses do semestre desde o primeiro movimento ate
*> ao mes pedido; os valores deste ultimo formam o mapa.
    MOVE 'N' TO DIF-S-TEM-DATAS (DIF-SX)
    MOVE ZERO TO DIF-S-INICIO (DIF-SX)
    MOVE ZERO TO DIF-S-FIM (DIF-SX)
    IF DIF-SEMESTRES-ABERTO = 'S'
        MOVE DIF-S-CODIGO (DIF-SX) TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SEM-DATA-INICIO > ZERO
                    AND SEM-DATA-FIM NOT < SEM-DATA-INICIO
                    MOVE 'S' TO DIF-S-TEM-DATAS (DIF-SX)
                    MOVE SEM-DATA-INICIO TO DIF-S-INICIO (DIF-SX)
                    MOVE SEM-DATA-FIM TO DIF-S-FIM (DIF-SX)
                END-IF
        END-READ
    END-IF
    IF DIF-S-TEM-DATAS (DIF-SX) = 'S'
        COMPUTE DIF-DIA-INICIO =
            FUNCTION INTEGER-OF-DATE (DIF-S-INICIO (DIF-SX))
        COMPUTE DIF-DIA-FIM =
            FUNCTION INTEGER-OF-DATE (DIF-S-FIM (DIF-SX))
    END-IF
    MOVE ZERO TO DIF-SALDO
    MOVE ZERO TO DIF-S-EXCESSO (DIF-SX)
    MOVE DIF-S-PRIMEIRO (DIF-SX) TO DIF-MES
    PERFORM CALCULAR-MES-SEMESTRE
    PERFORM UNTIL DIF-MES = DIF-PERIODO
        MOVE DIF-MES TO DIF-MES-TRAB
        PERFORM AVANCAR-MES
        MOVE DIF-MES-TRAB TO DIF-MES
        PERFORM CALCULAR-MES-SEMESTRE
    END-PERFORM
    IF DIF-S-TEM-DATAS (DIF-SX) = 'N'
        AND (DIF-S-FATURADO (DIF-SX) NOT = ZERO
             OR DIF-S-CREDITOS (DIF-SX) NOT = ZERO)
        ADD 1 TO DIF-SEM-DATAS
        DISPLAY "Aviso: semestre " DIF-S-CODIGO (DIF-SX)
            " sem datas em SEMESTRES.dat; reconhecido no mes"
            " da faturacao."
    END-IF
    ADD DIF-S-ABERTURA (DIF-SX) TO DIF-T-ABERTURA
    ADD DIF-S-FATURADO (DIF-SX) TO DIF-T-FATURADO
    ADD DIF-S-CREDITOS (DIF-SX) TO DIF-T-CREDITOS
    ADD DIF-S-RECONHECIDO (DIF-SX) TO DIF-T-RECONHECIDO
    ADD DIF-S-FECHO (DIF-SX) TO DIF-T-FECHO
    ADD DIF-S-EXCESSO (DIF-SX) TO DIF-T-EXCESSO.

CALCULAR-MES-SEMESTRE.
    MOVE ZERO TO DIF-FATURADO-MES
    MOVE ZERO TO DIF-CREDITOS-MES
    PERFORM VARYING DIF-MX FROM 1 BY 1 UNTIL DIF-MX > DIF-QTD-MOV
        IF DIF-M-SEMESTRE (DIF-MX) = DIF-S-CODIGO (DIF-SX)
            AND DIF-M-MES (DIF-MX) = DIF-MES
            ADD DIF-M-FATURADO (DIF-MX) TO DIF-FATURADO-MES
            ADD DIF-M-CREDITOS (DIF-MX) TO DIF-CREDITOS-MES
        END-IF
    END-PERFORM
    MOVE DIF-SALDO TO DIF-S-ABERTURA (DIF-SX)
    ADD DIF-FATURADO-MES TO DIF-SALDO
*> o credito so sai do diferido ate ao saldo por reconhecer; o
*> excesso abate a receita ja reconhecida (lancamento PRC de
*> mensal_gl) e fica apenas assinalado no mapa.
    IF DIF-CREDITOS-MES > DIF-SALDO
        MOVE DIF-SALDO TO DIF-ABATIDO-MES
        IF DIF-MES = DIF-PERIODO
            COMPUTE DIF-S-EXCESSO (DIF-SX) =
                DIF-CREDITOS-MES - DIF-SALDO
        END-IF
    ELSE
        MOVE DIF-CREDITOS-MES TO DIF-ABATIDO-MES
    END-IF
    SUBTRACT DIF-ABATIDO-MES FROM DIF-SALDO
    PERFORM CALCULAR-RECONHECIDO
    SUBTRACT DIF-RECONHECIDO-MES FROM DIF-SALDO
    MOVE DIF-FATURADO-MES TO DIF-S-FATURADO (DIF-SX)
    MOVE DIF-ABATIDO-MES TO DIF-S-CREDITOS (DIF-SX)
    MOVE DIF-RECONHECIDO-MES TO DIF-S-RECONHECIDO (DIF-SX)
    MOVE DIF-SALDO TO DIF-S-FECHO (DIF-SX).

CALCULAR-RECONHECIDO.
*> parte do saldo que vence no mes: dias do mes dentro do
*> semestre sobre os dias que faltam ate SEM-DATA-FIM.
    MOVE ZERO TO DIF-RECONHECIDO-MES
    IF DIF-SALDO > ZERO
        IF DIF-S-TEM-DATAS (DIF-SX) = 'N'
            MOVE DIF-SALDO TO DIF-RECONHECIDO-MES
        ELSE
            COMPUTE DIF-DATA-TRAB = DIF-MES * 100 + 1
            COMPUTE DIF-DIA-MES-INICIO =
                FUNCTION INTEGER-OF-DATE (DIF-DATA-TRAB)
            MOVE DIF-MES TO DIF-MES-TRAB
            PERFORM AVANCAR-MES
            COMPUTE DIF-DATA-TRAB = DIF-MES-TRAB * 100 + 1
            COMPUTE DIF-DIA-MES-FIM =
                FUNCTION INTEGER-OF-DATE (DIF-DATA-TRAB) - 1
            IF DIF-DIA-MES-FIM NOT < DIF-DIA-FIM
                MOVE DIF-SALDO TO DIF-RECONHECIDO-MES
            ELSE
                IF DIF-DIA-MES-FIM NOT < DIF-DIA-INICIO
                    IF DIF-DIA-MES-INICIO > DIF-DIA-INICIO
                        MOVE DIF-DIA-MES-INICIO TO DIF-DIA-DESDE
                    ELSE
                        MOVE DIF-DIA-INICIO TO DIF-DIA-DESDE
                    END-IF
                    COMPUTE DIF-DIAS-MES =
                        DIF-DIA-MES-FIM - DIF-DIA-DESDE + 1
                    COMPUTE DIF-DIAS-RESTANTES =
                        DIF-DIA-FIM - DIF-DIA-DESDE + 1
                    COMPUTE DIF-RECONHECIDO-MES ROUNDED =
                        DIF-SALDO * DIF-DIAS-MES / DIF-DIAS-RESTANTES
                END-IF
            END-IF
        END-IF
    END-IF.

AVANCAR-MES.
    IF DIF-MT-MES = 12
        MOVE 1 TO DIF-MT-MES
        ADD 1 TO DIF-MT-ANO
    ELSE
        ADD 1 TO DIF-MT-MES
    END-IF.

ESCREVER-DIARIO.
*> mesmo formato do diario de mensal_gl; cada tipo e um
*> lancamento balanceado entre a receita e o diferido.
    PERFORM LER-CONTAS-DIFERIMENTO
    MOVE ZERO TO DIF-TOTAL-DEBITOS
    MOVE ZERO TO DIF-TOTAL-CREDITOS
    OPEN OUTPUT DIARIO-GL-FILE
    MOVE SPACES TO LINHA-DIARIO-GL
    STRING "DIARIO GL DE DIFERIMENTOS DO MES " DELIMITED BY SIZE
           DIF-PERIODO DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    MOVE "PRDF" TO DIF-TIPO
    MOVE DIF-T-FATURADO TO DIF-VALOR
    MOVE DIF-CONTA-RECEITA TO DIF-CONTA-DEBITO
    MOVE DIF-CONTA-DIFERIDO TO DIF-CONTA-CREDITO
    PERFORM ESCREVER-LANCAMENTO
    MOVE "PRDC" TO DIF-TIPO
    MOVE DIF-T-CREDITOS TO DIF-VALOR
    MOVE DIF-CONTA-DIFERIDO TO DIF-CONTA-DEBITO
    MOVE DIF-CONTA-RECEITA TO DIF-CONTA-CREDITO
    PERFORM ESCREVER-LANCAMENTO
    MOVE "PRRL" TO DIF-TIPO
    MOVE DIF-T-RECONHECIDO TO DIF-VALOR
    MOVE DIF-CONTA-DIFERIDO TO DIF-CONTA-DEBITO
    MOVE DIF-CONTA-RECEITA TO DIF-CONTA-CREDITO
    PERFORM ESCREVER-LANCAMENTO
    MOVE SPACES TO LINHA-DIARIO-GL
    MOVE DIF-TOTAL-DEBITOS TO DIF-VALOR-ED
    STRING "TOTAL DEBITOS  " DELIMITED BY SIZE
           DIF-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    MOVE SPACES TO LINHA-DIARIO-GL
    MOVE DIF-TOTAL-CREDITOS TO DIF-VALOR-ED
    STRING "TOTAL CREDITOS " DELIMITED BY SIZE
           DIF-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-DIARIO-GL
    WRITE LINHA-DIARIO-GL
    CLOSE DIARIO-GL-FILE.

ESCREVER-LANCAMENTO.
    IF DIF-VALOR NOT = ZERO
        MOVE DIF-VALOR TO DIF-VALOR-ED
        MOVE SPACES TO LINHA-DIARIO-GL
        STRING DIF-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIF-DEPARTAMENTO DELIMITED BY SIZE
               " D " DELIMITED BY SIZE
               DIF-CONTA-DEBITO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIF-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-DIARIO-GL
        WRITE LINHA-DIARIO-GL
        ADD DIF-VALOR TO DIF-TOTAL-DEBITOS
        MOVE SPACES TO LINHA-DIARIO-GL
        STRING DIF-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIF-DEPARTAMENTO DELIMITED BY SIZE
               " C " DELIMITED BY SIZE
               DIF-CONTA-CREDITO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIF-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-DIARIO-GL
        WRITE LINHA-DIARIO-GL
        ADD DIF-VALOR TO DIF-TOTAL-CREDITOS
    END-IF.

LER-CONTAS-DIFERIMENTO.
    MOVE "RECP" TO DIF-TIPO
    PERFORM LER-CONTA-MAPEADA
    MOVE DIF-CONTA TO DIF-CONTA-RECEITA
    MOVE "DIFR" TO DIF-TIPO
    PERFORM LER-CONTA-MAPEADA
    MOVE DIF-CONTA TO DIF-CONTA-DIFERIDO
    IF DIF-CONTA-RECEITA = "99999999" OR DIF-CONTA-DIFERIDO = "99999999"
        DISPLAY "Aviso: mapeamento RECP/DIFR em falta em CONTASGL.dat;"
            " lancado na conta de suspensos."
    END-IF.

LER-CONTA-MAPEADA.
*> como em mensal_gl: tipo+departamento, senao o mapeamento geral
*> do tipo, senao a conta de suspensos.
    MOVE "99999999" TO DIF-CONTA
    OPEN INPUT CONTAS-GL-FILE.
    IF CONTASGL-STATUS = "00"
        MOVE DIF-TIPO TO GLM-TIPO
        MOVE DIF-DEPARTAMENTO TO GLM-DEPARTAMENTO
        READ CONTAS-GL-FILE KEY IS GLM-CHAVE
            INVALID KEY
                MOVE DIF-TIPO TO GLM-TIPO
                MOVE SPACES TO GLM-DEPARTAMENTO
                READ CONTAS-GL-FILE KEY IS GLM-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE GLM-CONTA TO DIF-CONTA
                END-READ
            NOT INVALID KEY
                MOVE GLM-CONTA TO DIF-CONTA
        END-READ
        CLOSE CONTAS-GL-FILE
    END-IF.

ESCREVER-MAPA.
    OPEN OUTPUT MAPA-DIFERIDOS-FILE
    MOVE SPACES TO LINHA-MAPA-DIFERIDOS
    STRING "MAPA DE PROPINAS DIFERIDAS DO MES " DELIMITED BY SIZE
           DIF-PERIODO DELIMITED BY SIZE
           INTO LINHA-MAPA-DIFERIDOS
    PERFORM EMITIR-LINHA-MAPA
    MOVE "Semestre  Saldo inicial     Faturado     Creditos"
        TO LINHA-MAPA-DIFERIDOS
    MOVE "  Reconhecido  Saldo final" TO LINHA-MAPA-DIFERIDOS (52:26)
    PERFORM EMITIR-LINHA-MAPA
    PERFORM VARYING DIF-SX FROM 1 BY 1 UNTIL DIF-SX > DIF-QTD-SEM
        IF DIF-S-ABERTURA (DIF-SX) NOT = ZERO
            OR DIF-S-FATURADO (DIF-SX) NOT = ZERO
            OR DIF-S-CREDITOS (DIF-SX) NOT = ZERO
            OR DIF-S-RECONHECIDO (DIF-SX) NOT = ZERO
            OR DIF-S-EXCESSO (DIF-SX) NOT = ZERO
            PERFORM ESCREVER-LINHA-SEMESTRE
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LINHA-MAPA-DIFERIDOS (1:78)
    PERFORM EMITIR-LINHA-MAPA
    MOVE SPACES TO LINHA-MAPA-DIFERIDOS
    MOVE "TOTAL" TO LINHA-MAPA-DIFERIDOS (1:6)
    MOVE DIF-T-ABERTURA TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (9:12)
    MOVE DIF-T-FATURADO TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (23:12)
    MOVE DIF-T-CREDITOS TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (37:12)
    MOVE DIF-T-RECONHECIDO TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (51:12)
    MOVE DIF-T-FECHO TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (65:12)
    PERFORM EMITIR-LINHA-MAPA
    IF DIF-T-EXCESSO > ZERO
        MOVE SPACES TO LINHA-MAPA-DIFERIDOS
        MOVE DIF-T-EXCESSO TO DIF-COL-ED
        STRING "Creditos sobre receita ja reconhecida: "
               DELIMITED BY SIZE
               DIF-COL-ED DELIMITED BY SIZE
               INTO LINHA-MAPA-DIFERIDOS
        PERFORM EMITIR-LINHA-MAPA
    END-IF
    IF DIF-T-ABERTURA + DIF-T-FATURADO
        - DIF-T-CREDITOS - DIF-T-RECONHECIDO = DIF-T-FECHO
        MOVE "Mapa CONFERIDO: saldo inicial + faturado - creditos"
            TO LINHA-MAPA-DIFERIDOS
        MOVE " - reconhecido = saldo final."
            TO LINHA-MAPA-DIFERIDOS (52:29)
    ELSE
        MOVE "*** MAPA NAO CONFERE - INVESTIGAR ***"
            TO LINHA-MAPA-DIFERIDOS
    END-IF
    PERFORM EMITIR-LINHA-MAPA
    CLOSE MAPA-DIFERIDOS-FILE
    DISPLAY "Diario: " DIF-DIARIO-NOME
    DISPLAY "Mapa:   " DIF-MAPA-NOME.

ESCREVER-LINHA-SEMESTRE.
    MOVE SPACES TO LINHA-MAPA-DIFERIDOS
    MOVE DIF-S-CODIGO (DIF-SX) TO LINHA-MAPA-DIFERIDOS (1:6)
    MOVE DIF-S-ABERTURA (DIF-SX) TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (9:12)
    MOVE DIF-S-FATURADO (DIF-SX) TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (23:12)
    MOVE DIF-S-CREDITOS (DIF-SX) TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (37:12)
    MOVE DIF-S-RECONHECIDO (DIF-SX) TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (51:12)
    MOVE DIF-S-FECHO (DIF-SX) TO DIF-COL-ED
    MOVE DIF-COL-ED TO LINHA-MAPA-DIFERIDOS (65:12)
    IF DIF-S-TEM-DATAS (DIF-SX) = 'N'
        MOVE "sem datas" TO LINHA-MAPA-DIFERIDOS (79:9)
    END-IF
    PERFORM EMITIR-LINHA-MAPA.

EMITIR-LINHA-MAPA.
    DISPLAY LINHA-MAPA-DIFERIDOS (1:90)
    WRITE LINHA-MAPA-DIFERIDOS
    MOVE SPACES TO LINHA-MAPA-DIFERIDOS.
