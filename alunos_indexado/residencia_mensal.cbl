*>****************************************************************
*> Author:
*> Date:
*> Purpose: lote mensal das residencias de estudantes. Para um
*>          mes ja terminado (AAAAMM) debita a renda de cada
*>          alojamento na conta de propinas do aluno
*>          (PROPINAS.dat, movimento RES<AAAAMM> em PROPMOV.dat),
*>          proporcional aos dias de ocupacao quando a entrada
*>          ou a saida caem a meio do mes. A renda vai para o
*>          semestre em curso no primeiro dia ocupado (o ultimo
*>          semestre iniciado, nas ferias). O alojamento guarda
*>          o ultimo mes cobrado, pelo que repetir o mes nao
*>          debita duas vezes e os meses em atraso sao cobrados
*>          na corrida seguinte; um aluno ainda sem conta no
*>          semestre fica pendente. Grava o relatorio de ocupacao
*>          do mes (OCUPACAO-RESIDENCIA-<AAAAMM>.dat) com as
*>          noites ocupadas e a taxa de vagas por quarto e
*>          global, e deixa-o no spool. Termina com RETURN-CODE 2
*>          se ficarem rendas pendentes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. residencia_mensal.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slquarto.cbl".
     COPY "slalojamento.cbl".
     COPY "slsemestre.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT OCUPACAO-FILE
         ASSIGN TO RMS-NOME-RELATORIO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdquarto.cbl".
  COPY "fdalojamento.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD OCUPACAO-FILE.
  01 LINHA-OCUPACAO          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsquarto.cbl".
  COPY "wsalojamento.cbl".
  COPY "wssemestre.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RMS-NOME-RELATORIO    PIC X(40).
    77 RMS-HOJE              PIC 9(8).
    77 RMS-MES-ATUAL         PIC 9(6).
    77 RMS-MES               PIC 9(6).
    77 RMS-MES-ENTRADA       PIC 9(6).
    77 RMS-MES-SAIDA         PIC 9(6).
    77 RMS-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RMS-PROPINAS-ABERTO   PIC X VALUE 'N'.
    77 RMS-PROPMOV-ABERTO    PIC X VALUE 'N'.
    77 RMS-PARAR             PIC X VALUE 'N'.
    77 RMS-COBROU            PIC X VALUE 'N'.
    77 RMS-ALTERADO          PIC X VALUE 'N'.
    77 RMS-QUOCIENTE         PIC 9(4).
    77 RMS-RESTO-4           PIC 9(4).
    77 RMS-RESTO-100         PIC 9(4).
    77 RMS-RESTO-400         PIC 9(4).
    77 RMS-DIAS-MES          PIC 9(2).
    77 RMS-INICIO-MES        PIC 9(8).
    77 RMS-FIM-MES           PIC 9(8).
    77 RMS-PRIMEIRO-DIA      PIC 9(2).
    77 RMS-ULTIMO-DIA        PIC 9(2).
    77 RMS-DIAS-OCUPADOS     PIC 9(2).
    77 RMS-DATA-REFERENCIA   PIC 9(8).
    77 RMS-SEMESTRE          PIC X(6).
    77 RMS-INICIO-ACHADO     PIC 9(8).
    77 RMS-VALOR             PIC 9(5)V99.
    77 RMS-QDX               PIC 9(3).
    77 RMS-SDX               PIC 9(3).
    77 RMS-ACHOU             PIC 9(3).
    77 RMS-TOTAL-QUARTOS     PIC 9(3) VALUE ZERO.
    77 RMS-TOTAL-SEMESTRES   PIC 9(3) VALUE ZERO.
    77 RMS-TOTAL-COBRADAS    PIC 9(5) VALUE ZERO.
    77 RMS-TOTAL-PENDENTES   PIC 9(5) VALUE ZERO.
    77 RMS-TOTAL-VALOR       PIC 9(7)V99 VALUE ZERO.
    77 RMS-TOTAL-OCUPANTES   PIC 9(5) VALUE ZERO.
    77 RMS-TOTAL-NOITES      PIC 9(7) VALUE ZERO.
    77 RMS-TOTAL-DISPONIVEIS PIC 9(7) VALUE ZERO.
    77 RMS-DISPONIVEIS       PIC 9(5).
    77 RMS-TAXA-VAGAS        PIC 9(3)V9.
    77 RMS-LINHAS            PIC 9(5) VALUE ZERO.
    77 RMS-NUM-ED            PIC ZZZZ9.
    77 RMS-NOITES-ED         PIC ZZZZZZ9.
    77 RMS-TAXA-ED           PIC ZZ9.9.
    77 RMS-VALOR-ED          PIC ZZZZZZ9.99.

    01 RMS-CALC-MES          PIC 9(6).
    01 RMS-CALC-MES-R REDEFINES RMS-CALC-MES.
       05 RMS-CALC-ANO       PIC 9(4).
       05 RMS-CALC-MM        PIC 9(2).

    01 RMS-TABELA-DIAS.
       05 FILLER             PIC X(24) VALUE "312831303130313130313031".
    01 RMS-TABELA-DIAS-R REDEFINES RMS-TABELA-DIAS.
       05 RMS-DIAS-TAB OCCURS 12 TIMES PIC 9(2).

    01 RMS-TABELA-QUARTOS.
       05 RMS-QUARTO-ENTRADA OCCURS 300 TIMES.
          10 RMS-Q-CODIGO      PIC X(6).
          10 RMS-Q-RESIDENCIA  PIC X(20).
          10 RMS-Q-CAPACIDADE  PIC 9.
          10 RMS-Q-ATIVO       PIC X.
          10 RMS-Q-OCUPANTES   PIC 9(3).
          10 RMS-Q-NOITES      PIC 9(5).

    01 RMS-TABELA-SEMESTRES.
       05 RMS-SEMESTRE-ENTRADA OCCURS 100 TIMES.
          10 RMS-S-CODIGO      PIC X(6).
          10 RMS-S-INICIO      PIC 9(8).

PROCEDURE DIVISION.
COPY "rvquarto.cbl".
COPY "rvalojamento.cbl".
COPY "rvsemestre.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para correr o lote das residencias."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT RMS-HOJE FROM DATE YYYYMMDD
    PERFORM RESIDENCIA-MENSAL.
GOBACK.

RESIDENCIA-MENSAL.
    COMPUTE RMS-MES-ATUAL = RMS-HOJE / 100
    DISPLAY "Mes a processar (AAAAMM): " NO ADVANCING
    ACCEPT RMS-MES
    MOVE RMS-MES TO RMS-CALC-MES
    IF RMS-MES NOT NUMERIC OR RMS-CALC-MM = ZERO
        OR RMS-CALC-MM > 12
        DISPLAY "Mes invalido."
        MOVE 1 TO RETURN-CODE
    ELSE
        IF RMS-MES NOT < RMS-MES-ATUAL
            DISPLAY "So se processam meses ja terminados."
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE ZERO TO ALOJAMENTOS-TENTATIVAS
            MOVE "99" TO ALOJAMENTOS-STATUS
            PERFORM UNTIL ALOJAMENTOS-STATUS = "00"
                OR ALOJAMENTOS-TENTATIVAS = 5
                OPEN I-O ALOJAMENTOS-FILE
                IF ALOJAMENTOS-STATUS NOT = "00"
                    ADD 1 TO ALOJAMENTOS-TENTATIVAS
                END-IF
            END-PERFORM
            IF ALOJAMENTOS-STATUS NOT = "00"
                DISPLAY "Erro ao abrir ALOJAMENTOS-FILE. Status: "
                    ALOJAMENTOS-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM CARREGAR-QUARTOS
                PERFORM CARREGAR-SEMESTRES
                PERFORM ABRIR-CONTAS
                PERFORM PROCESSAR-ALOJAMENTOS
                PERFORM FECHAR-CONTAS
                CLOSE ALOJAMENTOS-FILE
                PERFORM GRAVAR-RELATORIO
                PERFORM MOSTRAR-TOTAIS
            END-IF
        END-IF
    END-IF.

CARREGAR-QUARTOS.
    MOVE ZERO TO RMS-TOTAL-QUARTOS
    MOVE 'N' TO RMS-FIM-FICHEIRO
    OPEN INPUT QUARTOS-FILE.
    IF QUARTOS-STATUS = "00"
        PERFORM UNTIL RMS-FIM-FICHEIRO = 'Y'
            READ QUARTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RMS-FIM-FICHEIRO
                NOT AT END
                    IF RMS-TOTAL-QUARTOS < 300
                        ADD 1 TO RMS-TOTAL-QUARTOS
                        MOVE QRT-CODIGO
                            TO RMS-Q-CODIGO (RMS-TOTAL-QUARTOS)
                        MOVE QRT-RESIDENCIA
                            TO RMS-Q-RESIDENCIA (RMS-TOTAL-QUARTOS)
                        MOVE QRT-CAPACIDADE
                            TO RMS-Q-CAPACIDADE (RMS-TOTAL-QUARTOS)
                        MOVE QRT-ATIVO
                            TO RMS-Q-ATIVO (RMS-TOTAL-QUARTOS)
                        MOVE ZERO
                            TO RMS-Q-OCUPANTES (RMS-TOTAL-QUARTOS)
                        MOVE ZERO TO RMS-Q-NOITES (RMS-TOTAL-QUARTOS)
                    ELSE
                        DISPLAY "Aviso: mais de 300 quartos, quarto"
                            " fora do relatorio: " QRT-CODIGO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUARTOS-FILE
    END-IF.

CARREGAR-SEMESTRES.
    MOVE ZERO TO RMS-TOTAL-SEMESTRES
    MOVE 'N' TO RMS-FIM-FICHEIRO
    OPEN INPUT SEMESTRES-FILE.
    IF SEMESTRES-STATUS = "00"
        PERFORM UNTIL RMS-FIM-FICHEIRO = 'Y'
            READ SEMESTRES-FILE NEXT RECORD
                AT END MOVE 'Y' TO RMS-FIM-FICHEIRO
                NOT AT END
                    IF RMS-TOTAL-SEMESTRES < 100
                        ADD 1 TO RMS-TOTAL-SEMESTRES
                        MOVE SEM-CODIGO
                            TO RMS-S-CODIGO (RMS-TOTAL-SEMESTRES)
                        MOVE SEM-DATA-INICIO
                            TO RMS-S-INICIO (RMS-TOTAL-SEMESTRES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEMESTRES-FILE
    END-IF.

ABRIR-CONTAS.
    MOVE ZERO TO PROPINAS-TENTATIVAS
    MOVE "99" TO PROPINAS-STATUS
    PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
        OPEN I-O PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            ADD 1 TO PROPINAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROPINAS-STATUS = "00"
        MOVE 'S' TO RMS-PROPINAS-ABERTO
        OPEN EXTEND PROPMOV-FILE
        IF PROPMOV-STATUS NOT = "00"
            OPEN OUTPUT PROPMOV-FILE
        END-IF
        IF PROPMOV-STATUS = "00"
            MOVE 'S' TO RMS-PROPMOV-ABERTO
        END-IF
    ELSE
        DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
            PROPINAS-STATUS ". Rendas ficam pendentes."
    END-IF.

FECHAR-CONTAS.
    IF RMS-PROPMOV-ABERTO = 'S'
        CLOSE PROPMOV-FILE
    END-IF
    IF RMS-PROPINAS-ABERTO = 'S'
        CLOSE PROPINAS-FILE
    END-IF.

PROCESSAR-ALOJAMENTOS.
    MOVE 'N' TO RMS-FIM-FICHEIRO
    PERFORM UNTIL RMS-FIM-FICHEIRO = 'Y'
        READ ALOJAMENTOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO RMS-FIM-FICHEIRO
            NOT AT END
                IF (ALJ-ALOJADO OR ALJ-SAIU)
                    AND ALJ-DATA-ENTRADA NOT = ZERO
                    PERFORM ACUMULAR-OCUPACAO
                    PERFORM COBRAR-RENDAS
                END-IF
        END-READ
    END-PERFORM.

CALCULAR-DIAS-MES.
*> entrada RMS-CALC-MES; devolve os dias do mes e o primeiro e o
*> ultimo dia em AAAAMMDD.
    MOVE RMS-DIAS-TAB (RMS-CALC-MM) TO RMS-DIAS-MES
    IF RMS-CALC-MM = 2
        DIVIDE RMS-CALC-ANO BY 4 GIVING RMS-QUOCIENTE
            REMAINDER RMS-RESTO-4
        DIVIDE RMS-CALC-ANO BY 100 GIVING RMS-QUOCIENTE
            REMAINDER RMS-RESTO-100
        DIVIDE RMS-CALC-ANO BY 400 GIVING RMS-QUOCIENTE
            REMAINDER RMS-RESTO-400
        IF RMS-RESTO-4 = ZERO
            AND (RMS-RESTO-100 NOT = ZERO OR RMS-RESTO-400 = ZERO)
            MOVE 29 TO RMS-DIAS-MES
        END-IF
    END-IF
    COMPUTE RMS-INICIO-MES = RMS-CALC-MES * 100 + 1
    COMPUTE RMS-FIM-MES = RMS-CALC-MES * 100 + RMS-DIAS-MES.

CALCULAR-DIAS-OCUPADOS.
*> noites do alojamento no mes RMS-CALC-MES: da entrada (ou dia 1)
*> ate a vespera da saida (ou fim do mes).
    PERFORM CALCULAR-DIAS-MES
    MOVE ZERO TO RMS-DIAS-OCUPADOS
    IF ALJ-DATA-ENTRADA NOT > RMS-FIM-MES
        AND (ALJ-DATA-SAIDA = ZERO
            OR ALJ-DATA-SAIDA > RMS-INICIO-MES)
        MOVE 1 TO RMS-PRIMEIRO-DIA
        IF ALJ-DATA-ENTRADA > RMS-INICIO-MES
            MOVE ALJ-DATA-ENTRADA (7:2) TO RMS-PRIMEIRO-DIA
        END-IF
        MOVE RMS-DIAS-MES TO RMS-ULTIMO-DIA
        IF ALJ-DATA-SAIDA NOT = ZERO
            AND ALJ-DATA-SAIDA NOT > RMS-FIM-MES
            MOVE ALJ-DATA-SAIDA (7:2) TO RMS-ULTIMO-DIA
            SUBTRACT 1 FROM RMS-ULTIMO-DIA
        END-IF
        IF RMS-ULTIMO-DIA NOT < RMS-PRIMEIRO-DIA
            COMPUTE RMS-DIAS-OCUPADOS =
                RMS-ULTIMO-DIA - RMS-PRIMEIRO-DIA + 1
        END-IF
    END-IF.

ACUMULAR-OCUPACAO.
    MOVE RMS-MES TO RMS-CALC-MES
    PERFORM CALCULAR-DIAS-OCUPADOS
    MOVE ZERO TO RMS-ACHOU
    PERFORM VARYING RMS-QDX FROM 1 BY 1
        UNTIL RMS-QDX > RMS-TOTAL-QUARTOS
        IF RMS-Q-CODIGO (RMS-QDX) = ALJ-QUARTO
            MOVE RMS-QDX TO RMS-ACHOU
        END-IF
    END-PERFORM
    IF RMS-ACHOU NOT = ZERO
        ADD RMS-DIAS-OCUPADOS TO RMS-Q-NOITES (RMS-ACHOU)
        IF ALJ-DATA-ENTRADA NOT > RMS-FIM-MES
            AND (ALJ-DATA-SAIDA = ZERO
                OR ALJ-DATA-SAIDA > RMS-FIM-MES)
            ADD 1 TO RMS-Q-OCUPANTES (RMS-ACHOU)
        END-IF
    END-IF.

COBRAR-RENDAS.
*> cobra do mes a seguir ao ultimo cobrado (ou do mes da entrada)
*> ate ao mes pedido; para no primeiro mes que nao se consiga
*> debitar, para nao deixar buracos.
    COMPUTE RMS-MES-ENTRADA = ALJ-DATA-ENTRADA / 100
    COMPUTE RMS-MES-SAIDA = ALJ-DATA-SAIDA / 100
    IF ALJ-MES-COBRADO < RMS-MES-ENTRADA
        MOVE RMS-MES-ENTRADA TO RMS-CALC-MES
    ELSE
        MOVE ALJ-MES-COBRADO TO RMS-CALC-MES
        PERFORM AVANCAR-MES
    END-IF
    MOVE 'N' TO RMS-PARAR
    MOVE 'N' TO RMS-ALTERADO
    PERFORM UNTIL RMS-PARAR = 'S' OR RMS-CALC-MES > RMS-MES
        IF ALJ-SAIU AND RMS-CALC-MES > RMS-MES-SAIDA
            MOVE 'S' TO RMS-PARAR
        ELSE
            PERFORM CALCULAR-DIAS-OCUPADOS
            MOVE 'S' TO RMS-COBROU
            IF RMS-DIAS-OCUPADOS > ZERO
                PERFORM COBRAR-MES
            END-IF
            IF RMS-COBROU = 'S'
                MOVE RMS-CALC-MES TO ALJ-MES-COBRADO
                MOVE 'S' TO RMS-ALTERADO
                PERFORM AVANCAR-MES
            ELSE
                ADD 1 TO RMS-TOTAL-PENDENTES
                MOVE 'S' TO RMS-PARAR
            END-IF
        END-IF
    END-PERFORM
    IF RMS-ALTERADO = 'S'
        REWRITE REGISTO-ALOJAMENTO
    END-IF.

AVANCAR-MES.
    IF RMS-CALC-MM = 12
        ADD 1 TO RMS-CALC-ANO
        MOVE 1 TO RMS-CALC-MM
    ELSE
        ADD 1 TO RMS-CALC-MM
    END-IF.

COBRAR-MES.
*> so se debita numa conta do semestre ja aberta pela faturacao:
*> criar aqui a conta faria gerar_propinas dar o aluno como ja
*> faturado.
    MOVE 'N' TO RMS-COBROU
    COMPUTE RMS-DATA-REFERENCIA =
        RMS-CALC-MES * 100 + RMS-PRIMEIRO-DIA
    PERFORM PROCURAR-SEMESTRE
    IF RMS-SEMESTRE NOT = SPACES
        AND RMS-PROPINAS-ABERTO = 'S' AND RMS-PROPMOV-ABERTO = 'S'
        MOVE ALJ-ID-ALUNO TO PRO-ID-ALUNO
        MOVE RMS-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RMS-DIAS-OCUPADOS = RMS-DIAS-MES
                    MOVE ALJ-RENDA-MENSAL TO RMS-VALOR
                ELSE
                    COMPUTE RMS-VALOR ROUNDED =
                        ALJ-RENDA-MENSAL * RMS-DIAS-OCUPADOS
                        / RMS-DIAS-MES
                END-IF
                ADD RMS-VALOR TO PRO-TOTAL-DEBITO
                REWRITE REGISTO-PROPINA
                MOVE RMS-HOJE TO MOV-DATA
                MOVE ALJ-ID-ALUNO TO MOV-ID-ALUNO
                MOVE RMS-SEMESTRE TO MOV-SEMESTRE
                MOVE "D" TO MOV-TIPO
                MOVE RMS-VALOR TO MOV-VALOR
                MOVE SPACES TO MOV-REFERENCIA
                STRING "RES" DELIMITED BY SIZE
                       RMS-CALC-MES DELIMITED BY SIZE
                       INTO MOV-REFERENCIA
                WRITE REGISTO-PROPMOV
                ADD 1 TO RMS-TOTAL-COBRADAS
                ADD RMS-VALOR TO RMS-TOTAL-VALOR
                MOVE 'S' TO RMS-COBROU
        END-READ
    END-IF.

PROCURAR-SEMESTRE.
*> o semestre e o ultimo iniciado ate a data de referencia.
    MOVE SPACES TO RMS-SEMESTRE
    MOVE ZERO TO RMS-INICIO-ACHADO
    PERFORM VARYING RMS-SDX FROM 1 BY 1
        UNTIL RMS-SDX > RMS-TOTAL-SEMESTRES
        IF RMS-S-INICIO (RMS-SDX) NOT > RMS-DATA-REFERENCIA
            AND RMS-S-INICIO (RMS-SDX) > RMS-INICIO-ACHADO
            MOVE RMS-S-INICIO (RMS-SDX) TO RMS-INICIO-ACHADO
            MOVE RMS-S-CODIGO (RMS-SDX) TO RMS-SEMESTRE
        END-IF
    END-PERFORM.

GRAVAR-RELATORIO.
    MOVE RMS-MES TO RMS-CALC-MES
    PERFORM CALCULAR-DIAS-MES
    MOVE SPACES TO RMS-NOME-RELATORIO
    STRING "OCUPACAO-RESIDENCIA-" DELIMITED BY SIZE
           RMS-MES DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RMS-NOME-RELATORIO
    OPEN OUTPUT OCUPACAO-FILE
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "OCUPACAO DAS RESIDENCIAS - MES " DELIMITED BY SIZE
           RMS-MES DELIMITED BY SIZE
           "  EMITIDO " DELIMITED BY SIZE
           RMS-HOJE DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE "Quarto Residencia           Lotacao Ocupantes   Noites Disponiveis  Vagas%"
        TO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    PERFORM VARYING RMS-QDX FROM 1 BY 1
        UNTIL RMS-QDX > RMS-TOTAL-QUARTOS
        PERFORM ESCREVER-QUARTO
    END-PERFORM
    MOVE SPACES TO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE RMS-TOTAL-OCUPANTES TO RMS-NUM-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Alojados no fim do mes:   " DELIMITED BY SIZE
           RMS-NUM-ED DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE RMS-TOTAL-NOITES TO RMS-NOITES-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Noites ocupadas:        " DELIMITED BY SIZE
           RMS-NOITES-ED DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE RMS-TOTAL-DISPONIVEIS TO RMS-NOITES-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Noites disponiveis:     " DELIMITED BY SIZE
           RMS-NOITES-ED DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE ZERO TO RMS-TAXA-VAGAS
    IF RMS-TOTAL-DISPONIVEIS > ZERO
        AND RMS-TOTAL-NOITES < RMS-TOTAL-DISPONIVEIS
        COMPUTE RMS-TAXA-VAGAS ROUNDED =
            (RMS-TOTAL-DISPONIVEIS - RMS-TOTAL-NOITES) * 100
            / RMS-TOTAL-DISPONIVEIS
    END-IF
    MOVE RMS-TAXA-VAGAS TO RMS-TAXA-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Taxa de vagas global:     " DELIMITED BY SIZE
           RMS-TAXA-ED DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE RMS-TOTAL-VALOR TO RMS-VALOR-ED
    MOVE RMS-TOTAL-COBRADAS TO RMS-NUM-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Rendas debitadas:         " DELIMITED BY SIZE
           RMS-NUM-ED DELIMITED BY SIZE
           "  valor " DELIMITED BY SIZE
           RMS-VALOR-ED DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    MOVE RMS-TOTAL-PENDENTES TO RMS-NUM-ED
    MOVE SPACES TO LINHA-OCUPACAO
    STRING "Alojamentos com renda pendente: " DELIMITED BY SIZE
           RMS-NUM-ED DELIMITED BY SIZE
           INTO LINHA-OCUPACAO
    PERFORM ESCREVER-LINHA
    CLOSE OCUPACAO-FILE
    MOVE "residencia_mensal" TO SPR-PROGRAMA
    MOVE RMS-MES TO SPR-PARAMETROS
    MOVE RMS-NOME-RELATORIO TO SPR-FICHEIRO
    MOVE RMS-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

ESCREVER-QUARTO.
*> um quarto fora de servico e listado mas nao conta para as vagas.
    MOVE SPACES TO LINHA-OCUPACAO
    MOVE RMS-Q-CODIGO (RMS-QDX) TO LINHA-OCUPACAO (1:6)
    MOVE RMS-Q-RESIDENCIA (RMS-QDX) TO LINHA-OCUPACAO (8:20)
    MOVE RMS-Q-CAPACIDADE (RMS-QDX) TO LINHA-OCUPACAO (34:1)
    MOVE RMS-Q-OCUPANTES (RMS-QDX) TO RMS-NUM-ED
    MOVE RMS-NUM-ED TO LINHA-OCUPACAO (39:5)
    MOVE RMS-Q-NOITES (RMS-QDX) TO RMS-NOITES-ED
    MOVE RMS-NOITES-ED TO LINHA-OCUPACAO (46:7)
    ADD RMS-Q-OCUPANTES (RMS-QDX) TO RMS-TOTAL-OCUPANTES
    ADD RMS-Q-NOITES (RMS-QDX) TO RMS-TOTAL-NOITES
    IF RMS-Q-ATIVO (RMS-QDX) = "N"
        MOVE "fora de servico" TO LINHA-OCUPACAO (58:15)
    ELSE
        COMPUTE RMS-DISPONIVEIS =
            RMS-Q-CAPACIDADE (RMS-QDX) * RMS-DIAS-MES
        ADD RMS-DISPONIVEIS TO RMS-TOTAL-DISPONIVEIS
        MOVE RMS-DISPONIVEIS TO RMS-NOITES-ED
        MOVE RMS-NOITES-ED TO LINHA-OCUPACAO (58:7)
        MOVE ZERO TO RMS-TAXA-VAGAS
        IF RMS-Q-NOITES (RMS-QDX) < RMS-DISPONIVEIS
            COMPUTE RMS-TAXA-VAGAS ROUNDED =
                (RMS-DISPONIVEIS - RMS-Q-NOITES (RMS-QDX)) * 100
                / RMS-DISPONIVEIS
        END-IF
        MOVE RMS-TAXA-VAGAS TO RMS-TAXA-ED
        MOVE RMS-TAXA-ED TO LINHA-OCUPACAO (69:5)
    END-IF
    PERFORM ESCREVER-LINHA.

ESCREVER-LINHA.
    WRITE LINHA-OCUPACAO
    DISPLAY LINHA-OCUPACAO
    ADD 1 TO RMS-LINHAS.

MOSTRAR-TOTAIS.
    DISPLAY "Rendas debitadas: " RMS-TOTAL-COBRADAS
    DISPLAY "Alojamentos com renda pendente (sem conta no"
        " semestre): " RMS-TOTAL-PENDENTES
    DISPLAY "Relatorio em " RMS-NOME-RELATORIO
    IF RMS-TOTAL-PENDENTES > ZERO
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
