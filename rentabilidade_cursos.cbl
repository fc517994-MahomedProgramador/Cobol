$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: rentabilidade de um semestre por curso e por plano
*>          curricular. Receita: propinas e taxas faturadas no
*>          semestre em PROPMOV.dat (debitos D menos notas de
*>          credito C; os juros ficam de fora e a parte
*>          patrocinada conta como receita). Contam os movimentos
*>          PROPINA, as taxas da tabela (TABELATAXAS.dat), RECURSO
*>          e as taxas de requerimento (REQ...), e do lado dos
*>          creditos tambem ESTATUTO, os descontos (DESCONTOS.dat)
*>          e os cancelamentos (CAN...); os restantes (rendas da
*>          residencia, seguro escolar, equipamento) saem como
*>          outra receita nao imputada. As taxas por curso
*>          (ambito C) vao direto ao curso; o
*>          resto da receita de cada aluno e repartido pelos
*>          cursos em que tem matricula ativa no semestre, na
*>          proporcao dos CURSO-CREDITOS. Custo docente: as horas
*>          semanais de cada turma do semestre (do horario quando
*>          existe, dos creditos quando nao, como em
*>          extrato_salarios) ao docente da turma (TUR-DOCENTE-ID;
*>          sem turmas, o docente do curso). O custo de cada
*>          docente e o extraido para a folha nos meses do
*>          semestre (SALARIOSREG.dat), repartido pelas turmas na
*>          proporcao das horas; sem extracao e estimado pela
*>          tarifa da categoria (TARIFASDOC.dat) a 4 semanas por
*>          mes, e o curso fica assinalado com *. Cada curso
*>          reparte receita e custo pelos planos dos seus alunos
*>          (MASTER-PLANO) na proporcao dos inscritos. As compras
*>          diretas do semestre (VENDORPO.dat, ordens nao
*>          canceladas com data no semestre) de cada departamento
*>          sao imputadas aos planos desse departamento
*>          (PLANODEP.dat, gerir_planocurr) na proporcao das
*>          matriculas. Imprime por curso e por plano a receita,
*>          custos, margem e margem em percentagem, assinala os
*>          cursos abaixo do minimo de inscritos indicado
*>          (ENTER = 10) e lista o que ficou por imputar, em
*>          RENTABILIDADE-<semestre>.dat registado no spool.
*>          Reservado as financas (nivel 3) e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. rentabilidade_cursos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slsemestre.cbl".
     COPY "slcurso.cbl".
     COPY "sltaxa.cbl".
     COPY "sldesconto.cbl".
     COPY "slpropmov.cbl".
     COPY "slmatricula.cbl".
     COPY "slalunomaster.cbl".
     COPY "slturma.cbl".
     COPY "slhorario.cbl".
     COPY "sldoccfg.cbl".
     COPY "sltarifadoc.cbl".
     COPY "slsalreg.cbl".
     COPY "slvendorpo.cbl".
     COPY "slplanodep.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT RENTABILIDADE-FILE
         ASSIGN TO RNT-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdsemestre.cbl".
  COPY "fdcurso.cbl".
  COPY "fdtaxa.cbl".
  COPY "fddesconto.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdturma.cbl".
  COPY "fdhorario.cbl".
  COPY "fddoccfg.cbl".
  COPY "fdtarifadoc.cbl".
  COPY "fdsalreg.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdplanodep.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD RENTABILIDADE-FILE.
  01 LINHA-RENTABILIDADE     PIC X(132).

WORKING-STORAGE SECTION.
  COPY "wssemestre.cbl".
  COPY "wscurso.cbl".
  COPY "wstaxa.cbl".
  COPY "wsdesconto.cbl".
  COPY "wspropmov.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsturma.cbl".
  COPY "wshorario.cbl".
  COPY "wsdoccfg.cbl".
  COPY "wstarifadoc.cbl".
  COPY "wssalreg.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsplanodep.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 RNT-RESPOSTA          PIC X(15).
    77 RNT-SEMESTRE          PIC X(6).
    77 RNT-SEMESTRE-OK       PIC X VALUE 'N'.
    77 RNT-MINIMO            PIC 9(3) VALUE 10.
    77 RNT-NOME-FICHEIRO     PIC X(40).
    77 RNT-DATA-INICIO       PIC 9(8).
    77 RNT-DATA-FIM          PIC 9(8).
    77 RNT-PERIODO-INICIO    PIC 9(6).
    77 RNT-PERIODO-FIM       PIC 9(6).
    77 RNT-ANO               PIC 9(4).
    77 RNT-MES               PIC 9(2).
    77 RNT-MESES-INICIO      PIC 9(6).
    77 RNT-MESES-FIM         PIC 9(6).
    77 RNT-MESES             PIC 9(2) VALUE ZERO.
    77 RNT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RNT-FIM-AUX           PIC X VALUE 'N'.
    77 RNT-CURSOS-ABERTO     PIC X VALUE 'N'.
    77 RNT-MASTER-ABERTO     PIC X VALUE 'N'.
    77 RNT-HORARIOS-ABERTO   PIC X VALUE 'N'.
    77 RNT-SALREG-ABERTO     PIC X VALUE 'N'.
    77 RNT-DOCCFG-ABERTO     PIC X VALUE 'N'.
    77 RNT-TARIFAS-ABERTO    PIC X VALUE 'N'.
    77 RNT-PLANODEP-ABERTO   PIC X VALUE 'N'.
    77 RNT-DESCONTOS-ABERTO  PIC X VALUE 'N'.
*> destino de um movimento: C curso, A aluno, O outra receita
    77 RNT-CLASSE            PIC X.
    77 RNT-VALOR-MOV         PIC S9(7)V99.
    77 RNT-OX                PIC 9(2) VALUE ZERO.
    77 RNT-QTD-OUTRAS        PIC 9(2) VALUE ZERO.
    77 RNT-CODIGO-PROCURA    PIC X(6).
    77 RNT-PLANO-PROCURA     PIC X(6).
    77 RNT-DEP-PROCURA       PIC X(4).
    77 RNT-DOC-PROCURA       PIC 9(4).
    77 RNT-SECCAO            PIC X(2).
    77 RNT-CX                PIC 9(3) VALUE ZERO.
    77 RNT-PX                PIC 9(3) VALUE ZERO.
    77 RNT-DX                PIC 9(3) VALUE ZERO.
    77 RNT-EX                PIC 9(3) VALUE ZERO.
    77 RNT-TX-IX             PIC 9(3) VALUE ZERO.
    77 RNT-AX                PIC 9(4) VALUE ZERO.
    77 RNT-KX                PIC 9(4) VALUE ZERO.
    77 RNT-IX                PIC 9(2) VALUE ZERO.
    77 RNT-ID                PIC 9(5) VALUE ZERO.
    77 RNT-QTD-CURSOS        PIC 9(3) VALUE ZERO.
    77 RNT-QTD-DOCENTES      PIC 9(3) VALUE ZERO.
    77 RNT-QTD-ATR           PIC 9(4) VALUE ZERO.
    77 RNT-QTD-CP            PIC 9(4) VALUE ZERO.
    77 RNT-QTD-PLANOS        PIC 9(3) VALUE ZERO.
    77 RNT-QTD-DEPS          PIC 9(3) VALUE ZERO.
    77 RNT-QTD-TAXAS         PIC 9(3) VALUE ZERO.
    77 RNT-TABELA-CHEIA      PIC 9(5) VALUE ZERO.
*> aluno em tratamento na leitura das matriculas
    77 RNT-ALUNO-ATUAL       PIC 9(5) VALUE ZERO.
    77 RNT-QTD-CURSOS-ALUNO  PIC 9(2) VALUE ZERO.
    77 RNT-CRED-TOTAL        PIC 9(3) VALUE ZERO.
    77 RNT-RECEITA-AL        PIC S9(7)V99.
    77 RNT-PARTE             PIC S9(7)V99.
    77 RNT-RESTO             PIC S9(7)V99.
    77 RNT-HORAS             PIC 9(3)V99.
    77 RNT-MIN-INICIO        PIC 9(5).
    77 RNT-MIN-FIM           PIC 9(5).
    77 RNT-H                 PIC 9(2).
    77 RNT-M                 PIC 9(2).
    77 RNT-TARIFA            PIC 9(5)V99.
    77 RNT-CUSTO             PIC 9(9)V99.
*> totais
    77 RNT-RECEITA-TAXAS     PIC S9(9)V99 VALUE ZERO.
    77 RNT-RECEITA-SEM-MAT   PIC S9(9)V99 VALUE ZERO.
    77 RNT-OUTRA-RECEITA     PIC S9(9)V99 VALUE ZERO.
    77 RNT-ALUNOS-SEM-MAT    PIC 9(5) VALUE ZERO.
    77 RNT-SEM-ALUNOS-REC    PIC S9(9)V99 VALUE ZERO.
    77 RNT-SEM-ALUNOS-CUSTO  PIC 9(9)V99 VALUE ZERO.
    77 RNT-COMPRAS-NAO-IMP   PIC 9(9)V99 VALUE ZERO.
    77 RNT-TOT-RECEITA       PIC S9(9)V99 VALUE ZERO.
    77 RNT-TOT-CUSTO         PIC 9(9)V99 VALUE ZERO.
    77 RNT-TOT-COMPRAS       PIC 9(9)V99 VALUE ZERO.
    77 RNT-TOT-INSCRITOS     PIC 9(6) VALUE ZERO.
    77 RNT-TOT-ALUNOS        PIC 9(6) VALUE ZERO.
    77 RNT-ABAIXO-MINIMO     PIC 9(3) VALUE ZERO.
    77 RNT-CURSOS-ESTIMADOS  PIC 9(3) VALUE ZERO.
    77 RNT-MARGEM            PIC S9(9)V99.
    77 RNT-PCT               PIC S9(5)V9.
    77 RNT-BASE-PCT          PIC S9(9)V99.
    77 RNT-OBS               PIC X(40).
    77 RNT-LINHAS            PIC 9(5) VALUE ZERO.
    77 RNT-ESCOLHIDO         PIC 9(3) VALUE ZERO.
    77 RNT-VAL-ED            PIC -(9)9.99.
    77 RNT-PCT-ED            PIC -(4)9.9.
    77 RNT-QTD-ED            PIC Z(4)9.
    77 RNT-CRED-ED           PIC Z9.
    77 RNT-MIN-ED            PIC ZZ9.
    77 RNT-MESES-ED          PIC Z9.

*> receita do semestre por aluno, indexada pelo ID; fica a zero
*> quando e imputada aos cursos do aluno.
    01 RNT-RECEITAS-ALUNOS.
       05 RNT-RECEITA-ALUNO PIC S9(7)V99 OCCURS 99999 TIMES.

*> cursos do aluno em tratamento
    01 RNT-CURSOS-DO-ALUNO.
       05 RNT-CA OCCURS 30 TIMES.
          10 RNT-CA-CURSO    PIC 9(3).
          10 RNT-CA-CRED     PIC 9(2).

    01 RNT-CURSOS.
       05 RNT-CURSO OCCURS 300 TIMES.
          10 RNT-C-CODE      PIC X(6).
          10 RNT-C-NOME      PIC X(30).
          10 RNT-C-CREDITOS  PIC 9(2).
          10 RNT-C-DOCENTE   PIC 9(4).
          10 RNT-C-INSCRITOS PIC 9(4).
          10 RNT-C-TURMAS    PIC 9(2).
          10 RNT-C-RECEITA   PIC S9(9)V99.
          10 RNT-C-CUSTO     PIC 9(9)V99.
          10 RNT-C-ESTIMADO  PIC X.
          10 RNT-C-SEM-DOC   PIC X.
          10 RNT-C-LISTADO   PIC X.

    01 RNT-DOCENTES.
       05 RNT-DOC OCCURS 300 TIMES.
          10 RNT-D-ID        PIC 9(4).
          10 RNT-D-HORAS     PIC 9(4)V99.
          10 RNT-D-REAL      PIC 9(9)V99.
          10 RNT-D-TARIFA    PIC 9(5)V99.

*> horas semanais de cada docente em cada curso
    01 RNT-ATRIBUICOES.
       05 RNT-ATR OCCURS 1000 TIMES.
          10 RNT-A-CURSO     PIC 9(3).
          10 RNT-A-DOC       PIC 9(3).
          10 RNT-A-HORAS     PIC 9(3)V99.

*> inscritos de cada curso por plano
    01 RNT-CURSOS-PLANOS.
       05 RNT-CP OCCURS 2000 TIMES.
          10 RNT-CP-CURSO    PIC 9(3).
          10 RNT-CP-PLANO    PIC 9(3).
          10 RNT-CP-INSCRITOS PIC 9(4).

    01 RNT-PLANOS.
       05 RNT-PLANO OCCURS 200 TIMES.
          10 RNT-P-CODE      PIC X(6).
          10 RNT-P-DEPTO     PIC X(4).
          10 RNT-P-DX        PIC 9(3).
          10 RNT-P-ALUNOS    PIC 9(5).
          10 RNT-P-MATRICULAS PIC 9(5).
          10 RNT-P-RECEITA   PIC S9(9)V99.
          10 RNT-P-CUSTO     PIC 9(9)V99.
          10 RNT-P-COMPRAS   PIC 9(9)V99.
          10 RNT-P-LISTADO   PIC X.

    01 RNT-DEPARTAMENTOS.
       05 RNT-DEP OCCURS 100 TIMES.
          10 RNT-DP-CODE     PIC X(4).
          10 RNT-DP-COMPRAS  PIC 9(9)V99.
          10 RNT-DP-ORDENS   PIC 9(5).
          10 RNT-DP-MATRICULAS PIC 9(6).

*> taxas da tabela: codigo da taxa e, nas de ambito curso, o curso
    01 RNT-TAXAS-CURSO.
       05 RNT-TX OCCURS 100 TIMES.
          10 RNT-TX-CODIGO   PIC X(6).
          10 RNT-TX-CURSO    PIC X(6).

*> outra receita nao imputada, pelas tres primeiras letras da
*> referencia do movimento
    01 RNT-OUTRAS-RECEITAS.
       05 RNT-OUTRA OCCURS 20 TIMES.
          10 RNT-O-PREFIXO   PIC X(3).
          10 RNT-O-VALOR     PIC S9(9)V99.
          10 RNT-O-MOVIMENTOS PIC 9(5).

PROCEDURE DIVISION.
COPY "rvsemestre.cbl".
COPY "rvcurso.cbl".
COPY "rvtaxa.cbl".
COPY "rvdesconto.cbl".
COPY "rvpropmov.cbl".
COPY "rvmatricula.cbl".
COPY "rvalunomaster.cbl".
COPY "rvturma.cbl".
COPY "rvhorario.cbl".
COPY "rvdoccfg.cbl".
COPY "rvtarifadoc.cbl".
COPY "rvsalreg.cbl".
COPY "rvvendorpo.cbl".
COPY "rvplanodep.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a rentabilidade dos cursos e das"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM APURAR-RENTABILIDADE.
GOBACK.

APURAR-RENTABILIDADE.
    PERFORM PEDIR-PARAMETROS
    IF RNT-SEMESTRE-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        INITIALIZE RNT-RECEITAS-ALUNOS
        INITIALIZE RNT-CURSOS
        INITIALIZE RNT-DOCENTES
        INITIALIZE RNT-PLANOS
        INITIALIZE RNT-DEPARTAMENTOS
        OPEN INPUT COURSE-FILE
        IF CURSO-STATUS = "00"
            MOVE 'S' TO RNT-CURSOS-ABERTO
        END-IF
        PERFORM CARREGAR-TAXAS-CURSO
        PERFORM SOMAR-RECEITAS
        PERFORM IMPUTAR-MATRICULAS
        PERFORM SOMAR-RECEITA-SEM-MATRICULA
        PERFORM APURAR-SERVICO-DOCENTE
        PERFORM APURAR-CUSTO-DOCENTES
        PERFORM REPARTIR-POR-PLANOS
        PERFORM APURAR-COMPRAS
        PERFORM ESCREVER-RELATORIO
        IF RNT-CURSOS-ABERTO = 'S'
            CLOSE COURSE-FILE
        END-IF
        IF RNT-TABELA-CHEIA > ZERO
            DISPLAY "Aviso: " RNT-TABELA-CHEIA " registo(s) fora das"
                " tabelas internas; o relatorio esta incompleto."
        END-IF
        MOVE "rentabilidade_cursos" TO SPR-PROGRAMA
        MOVE SPACES TO SPR-PARAMETROS
        MOVE RNT-MINIMO TO RNT-MIN-ED
        STRING RNT-SEMESTRE DELIMITED BY SIZE
               " MIN " DELIMITED BY SIZE
               RNT-MIN-ED DELIMITED BY SIZE
               INTO SPR-PARAMETROS
        MOVE RNT-NOME-FICHEIRO TO SPR-FICHEIRO
        MOVE RNT-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio em " RNT-NOME-FICHEIRO
        MOVE 0 TO RETURN-CODE
    END-IF.

PEDIR-PARAMETROS.
    MOVE 'N' TO RNT-SEMESTRE-OK
    DISPLAY "Semestre: " NO ADVANCING
    ACCEPT RNT-SEMESTRE
    DISPLAY "Minimo de inscritos por curso (ENTER = 10): "
        NO ADVANCING
    MOVE SPACES TO RNT-RESPOSTA
    ACCEPT RNT-RESPOSTA
    IF RNT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (RNT-RESPOSTA) TO RNT-MINIMO
    END-IF
    OPEN INPUT SEMESTRES-FILE
    IF SEMESTRES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SEMESTRES-FILE. Status: "
            SEMESTRES-STATUS
    ELSE
        MOVE RNT-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                DISPLAY "Semestre " RNT-SEMESTRE " nao existe."
            NOT INVALID KEY
                MOVE 'S' TO RNT-SEMESTRE-OK
                MOVE SEM-DATA-INICIO TO RNT-DATA-INICIO
                MOVE SEM-DATA-FIM TO RNT-DATA-FIM
        END-READ
        CLOSE SEMESTRES-FILE
    END-IF
    IF RNT-SEMESTRE-OK = 'S'
*> meses do semestre: periodos AAAAMM da folha entre o inicio e o
*> fim, inclusive.
        DIVIDE RNT-DATA-INICIO BY 100 GIVING RNT-PERIODO-INICIO
        DIVIDE RNT-DATA-FIM BY 100 GIVING RNT-PERIODO-FIM
        DIVIDE RNT-PERIODO-INICIO BY 100 GIVING RNT-ANO
            REMAINDER RNT-MES
        COMPUTE RNT-MESES-INICIO = RNT-ANO * 12 + RNT-MES
        DIVIDE RNT-PERIODO-FIM BY 100 GIVING RNT-ANO
            REMAINDER RNT-MES
        COMPUTE RNT-MESES-FIM = RNT-ANO * 12 + RNT-MES
        IF RNT-MESES-FIM < RNT-MESES-INICIO
            MOVE 1 TO RNT-MESES
        ELSE
            COMPUTE RNT-MESES = RNT-MESES-FIM - RNT-MESES-INICIO + 1
        END-IF
        MOVE SPACES TO RNT-NOME-FICHEIRO
        STRING "RENTABILIDADE-" DELIMITED BY SIZE
               RNT-SEMESTRE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO RNT-NOME-FICHEIRO
    END-IF.

*> ---------------------------------------------------------------
*> tabelas de trabalho: cursos, planos, docentes, departamentos
*> ---------------------------------------------------------------
*> RNT-CODIGO-PROCURA -> RNT-CX (zero com a tabela cheia). Um
*> curso novo traz o nome, os creditos e o docente do ficheiro de
*> cursos.
OBTER-CURSO.
    MOVE ZERO TO RNT-CX
    PERFORM VARYING RNT-EX FROM 1 BY 1
        UNTIL RNT-EX > RNT-QTD-CURSOS OR RNT-CX > ZERO
        IF RNT-C-CODE (RNT-EX) = RNT-CODIGO-PROCURA
            MOVE RNT-EX TO RNT-CX
        END-IF
    END-PERFORM
    IF RNT-CX = ZERO
        IF RNT-QTD-CURSOS < 300
            ADD 1 TO RNT-QTD-CURSOS
            MOVE RNT-QTD-CURSOS TO RNT-CX
            MOVE RNT-CODIGO-PROCURA TO RNT-C-CODE (RNT-CX)
            MOVE "(curso desconhecido)" TO RNT-C-NOME (RNT-CX)
            MOVE 'N' TO RNT-C-ESTIMADO (RNT-CX)
            MOVE 'N' TO RNT-C-SEM-DOC (RNT-CX)
            MOVE 'N' TO RNT-C-LISTADO (RNT-CX)
            IF RNT-CURSOS-ABERTO = 'S'
                MOVE RNT-CODIGO-PROCURA TO CURSO-CODE
                READ COURSE-FILE KEY IS CURSO-CODE
                    NOT INVALID KEY
                        MOVE CURSO-NOME TO RNT-C-NOME (RNT-CX)
                        MOVE CURSO-CREDITOS TO RNT-C-CREDITOS (RNT-CX)
                        MOVE CURSO-DOCENTE-ID TO RNT-C-DOCENTE (RNT-CX)
                END-READ
            END-IF
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF.

OBTER-PLANO.
    MOVE ZERO TO RNT-PX
    PERFORM VARYING RNT-EX FROM 1 BY 1
        UNTIL RNT-EX > RNT-QTD-PLANOS OR RNT-PX > ZERO
        IF RNT-P-CODE (RNT-EX) = RNT-PLANO-PROCURA
            MOVE RNT-EX TO RNT-PX
        END-IF
    END-PERFORM
    IF RNT-PX = ZERO
        IF RNT-QTD-PLANOS < 200
            ADD 1 TO RNT-QTD-PLANOS
            MOVE RNT-QTD-PLANOS TO RNT-PX
            MOVE RNT-PLANO-PROCURA TO RNT-P-CODE (RNT-PX)
            MOVE 'N' TO RNT-P-LISTADO (RNT-PX)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF.

OBTER-DOCENTE.
    MOVE ZERO TO RNT-DX
    PERFORM VARYING RNT-EX FROM 1 BY 1
        UNTIL RNT-EX > RNT-QTD-DOCENTES OR RNT-DX > ZERO
        IF RNT-D-ID (RNT-EX) = RNT-DOC-PROCURA
            MOVE RNT-EX TO RNT-DX
        END-IF
    END-PERFORM
    IF RNT-DX = ZERO
        IF RNT-QTD-DOCENTES < 300
            ADD 1 TO RNT-QTD-DOCENTES
            MOVE RNT-QTD-DOCENTES TO RNT-DX
            MOVE RNT-DOC-PROCURA TO RNT-D-ID (RNT-DX)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF.

*> procura sem acrescentar: RNT-DX a zero quando o departamento
*> nao teve compras no semestre.
PROCURAR-DEPARTAMENTO.
    MOVE ZERO TO RNT-DX
    PERFORM VARYING RNT-EX FROM 1 BY 1
        UNTIL RNT-EX > RNT-QTD-DEPS OR RNT-DX > ZERO
        IF RNT-DP-CODE (RNT-EX) = RNT-DEP-PROCURA
            MOVE RNT-EX TO RNT-DX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> receita do semestre
*> ---------------------------------------------------------------
CARREGAR-TAXAS-CURSO.
    MOVE ZERO TO RNT-QTD-TAXAS
    MOVE 'N' TO RNT-FIM-FICHEIRO
    OPEN INPUT TAXAS-FILE
    IF TAXAS-STATUS = "00"
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ TAXAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    IF RNT-QTD-TAXAS < 100
                        ADD 1 TO RNT-QTD-TAXAS
                        MOVE TAX-CODIGO TO RNT-TX-CODIGO (RNT-QTD-TAXAS)
                        MOVE SPACES TO RNT-TX-CURSO (RNT-QTD-TAXAS)
                        IF TAX-POR-CURSO
                            MOVE TAX-CURSO-CODE
                                TO RNT-TX-CURSO (RNT-QTD-TAXAS)
                        END-IF
                    ELSE
                        ADD 1 TO RNT-TABELA-CHEIA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TAXAS-FILE
    END-IF.

SOMAR-RECEITAS.
    MOVE 'N' TO RNT-FIM-FICHEIRO
    OPEN INPUT DESCONTOS-FILE
    IF DESCONTOS-STATUS = "00"
        MOVE 'S' TO RNT-DESCONTOS-ABERTO
    END-IF
    OPEN INPUT PROPMOV-FILE
    IF PROPMOV-STATUS NOT = "00"
        DISPLAY "Aviso: PROPMOV-FILE indisponivel (" PROPMOV-STATUS
            "), receita a zero."
    ELSE
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ PROPMOV-FILE
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    IF MOV-SEMESTRE = RNT-SEMESTRE
                        AND MOV-ID-ALUNO > ZERO
                        AND (MOV-DEBITO OR MOV-CREDITO)
                        PERFORM SOMAR-UM-MOVIMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPMOV-FILE
    END-IF
    IF RNT-DESCONTOS-ABERTO = 'S'
        CLOSE DESCONTOS-FILE
    END-IF.

SOMAR-UM-MOVIMENTO.
    IF MOV-CREDITO
        COMPUTE RNT-VALOR-MOV = ZERO - MOV-VALOR
    ELSE
        MOVE MOV-VALOR TO RNT-VALOR-MOV
    END-IF
    PERFORM CLASSIFICAR-MOVIMENTO
    EVALUATE RNT-CLASSE
        WHEN 'C'
            ADD RNT-VALOR-MOV TO RNT-C-RECEITA (RNT-CX)
            ADD RNT-VALOR-MOV TO RNT-RECEITA-TAXAS
        WHEN 'A'
            ADD RNT-VALOR-MOV TO RNT-RECEITA-ALUNO (MOV-ID-ALUNO)
        WHEN OTHER
            PERFORM SOMAR-OUTRA-RECEITA
    END-EVALUATE.

*> so propinas e taxas sao receita dos cursos: PROPINA, as taxas
*> da tabela, RECURSO e os requerimentos (REQ...); nos creditos
*> tambem o estatuto, os descontos e os cancelamentos (CAN...).
*> Rendas da residencia, seguro escolar, equipamento e o mais
*> ficam como outra receita. As taxas de ambito curso vao direto
*> ao curso (RNT-CX).
CLASSIFICAR-MOVIMENTO.
    MOVE 'O' TO RNT-CLASSE
    MOVE ZERO TO RNT-CX
    MOVE ZERO TO RNT-TX-IX
    IF MOV-REFERENCIA (7:4) = SPACES
        PERFORM VARYING RNT-EX FROM 1 BY 1
            UNTIL RNT-EX > RNT-QTD-TAXAS OR RNT-TX-IX > ZERO
            IF RNT-TX-CODIGO (RNT-EX) = MOV-REFERENCIA (1:6)
                MOVE RNT-EX TO RNT-TX-IX
            END-IF
        END-PERFORM
    END-IF
    IF RNT-TX-IX > ZERO
        MOVE 'A' TO RNT-CLASSE
        IF RNT-TX-CURSO (RNT-TX-IX) NOT = SPACES
            MOVE RNT-TX-CURSO (RNT-TX-IX) TO RNT-CODIGO-PROCURA
            PERFORM OBTER-CURSO
            IF RNT-CX > ZERO
                MOVE 'C' TO RNT-CLASSE
            END-IF
        END-IF
    ELSE
        IF MOV-REFERENCIA = "PROPINA" OR MOV-REFERENCIA = "RECURSO"
            OR MOV-REFERENCIA (1:3) = "REQ"
            MOVE 'A' TO RNT-CLASSE
        ELSE
            IF MOV-CREDITO
                IF MOV-REFERENCIA = "ESTATUTO"
                    OR MOV-REFERENCIA (1:3) = "CAN"
                    MOVE 'A' TO RNT-CLASSE
                ELSE
                    IF RNT-DESCONTOS-ABERTO = 'S'
                        AND MOV-REFERENCIA (9:2) = SPACES
                        MOVE MOV-REFERENCIA (1:8) TO DSC-CODIGO
                        READ DESCONTOS-FILE KEY IS DSC-CODIGO
                            NOT INVALID KEY
                                MOVE 'A' TO RNT-CLASSE
                        END-READ
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

SOMAR-OUTRA-RECEITA.
    ADD RNT-VALOR-MOV TO RNT-OUTRA-RECEITA
    MOVE ZERO TO RNT-OX
    PERFORM VARYING RNT-EX FROM 1 BY 1
        UNTIL RNT-EX > RNT-QTD-OUTRAS OR RNT-OX > ZERO
        IF RNT-O-PREFIXO (RNT-EX) = MOV-REFERENCIA (1:3)
            MOVE RNT-EX TO RNT-OX
        END-IF
    END-PERFORM
    IF RNT-OX = ZERO
        IF RNT-QTD-OUTRAS < 20
            ADD 1 TO RNT-QTD-OUTRAS
            MOVE RNT-QTD-OUTRAS TO RNT-OX
            MOVE MOV-REFERENCIA (1:3) TO RNT-O-PREFIXO (RNT-OX)
            MOVE ZERO TO RNT-O-VALOR (RNT-OX)
            MOVE ZERO TO RNT-O-MOVIMENTOS (RNT-OX)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF
    IF RNT-OX > ZERO
        ADD RNT-VALOR-MOV TO RNT-O-VALOR (RNT-OX)
        ADD 1 TO RNT-O-MOVIMENTOS (RNT-OX)
    END-IF.

*> as matriculas vem por aluno: cada mudanca de aluno fecha a
*> reparticao da receita do anterior pelos seus cursos.
IMPUTAR-MATRICULAS.
    MOVE ZERO TO RNT-ALUNO-ATUAL
    MOVE ZERO TO RNT-QTD-CURSOS-ALUNO
    MOVE 'N' TO RNT-FIM-FICHEIRO
    OPEN INPUT MATRICULAS-FILE
    IF MATRICULAS-STATUS NOT = "00"
        DISPLAY "Aviso: MATRICULAS-FILE indisponivel ("
            MATRICULAS-STATUS "), sem inscritos."
    ELSE
        OPEN INPUT ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'S' TO RNT-MASTER-ABERTO
        END-IF
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    IF MAT-SEMESTRE = RNT-SEMESTRE AND MAT-ATIVA
                        IF MAT-ID-ALUNO NOT = RNT-ALUNO-ATUAL
                            PERFORM FECHAR-ALUNO
                            MOVE MAT-ID-ALUNO TO RNT-ALUNO-ATUAL
                        END-IF
                        PERFORM JUNTAR-CURSO-ALUNO
                    END-IF
            END-READ
        END-PERFORM
        PERFORM FECHAR-ALUNO
        IF RNT-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
        CLOSE MATRICULAS-FILE
    END-IF.

JUNTAR-CURSO-ALUNO.
    MOVE MAT-CURSO-CODE TO RNT-CODIGO-PROCURA
    PERFORM OBTER-CURSO
    IF RNT-CX > ZERO
        IF RNT-QTD-CURSOS-ALUNO < 30
            ADD 1 TO RNT-QTD-CURSOS-ALUNO
            MOVE RNT-CX TO RNT-CA-CURSO (RNT-QTD-CURSOS-ALUNO)
            MOVE RNT-C-CREDITOS (RNT-CX)
                TO RNT-CA-CRED (RNT-QTD-CURSOS-ALUNO)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF.

*> reparte a receita do aluno pelos cursos na proporcao dos
*> creditos (em partes iguais se os cursos nao tiverem creditos);
*> o ultimo curso leva o arredondamento.
FECHAR-ALUNO.
    IF RNT-QTD-CURSOS-ALUNO > ZERO
        MOVE SPACES TO RNT-PLANO-PROCURA
        IF RNT-MASTER-ABERTO = 'S'
            MOVE RNT-ALUNO-ATUAL TO MASTER-ID-ALUNO
            READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                NOT INVALID KEY
                    MOVE MASTER-PLANO TO RNT-PLANO-PROCURA
            END-READ
        END-IF
        PERFORM OBTER-PLANO
        IF RNT-PX > ZERO
            ADD 1 TO RNT-P-ALUNOS (RNT-PX)
        END-IF
        ADD 1 TO RNT-TOT-ALUNOS
        MOVE ZERO TO RNT-CRED-TOTAL
        PERFORM VARYING RNT-IX FROM 1 BY 1
            UNTIL RNT-IX > RNT-QTD-CURSOS-ALUNO
            ADD RNT-CA-CRED (RNT-IX) TO RNT-CRED-TOTAL
        END-PERFORM
        MOVE RNT-RECEITA-ALUNO (RNT-ALUNO-ATUAL) TO RNT-RECEITA-AL
        MOVE RNT-RECEITA-AL TO RNT-RESTO
        PERFORM VARYING RNT-IX FROM 1 BY 1
            UNTIL RNT-IX > RNT-QTD-CURSOS-ALUNO
            IF RNT-IX = RNT-QTD-CURSOS-ALUNO
                MOVE RNT-RESTO TO RNT-PARTE
            ELSE
                IF RNT-CRED-TOTAL > ZERO
                    COMPUTE RNT-PARTE ROUNDED = RNT-RECEITA-AL
                        * RNT-CA-CRED (RNT-IX) / RNT-CRED-TOTAL
                ELSE
                    COMPUTE RNT-PARTE ROUNDED = RNT-RECEITA-AL
                        / RNT-QTD-CURSOS-ALUNO
                END-IF
            END-IF
            SUBTRACT RNT-PARTE FROM RNT-RESTO
            MOVE RNT-CA-CURSO (RNT-IX) TO RNT-CX
            ADD RNT-PARTE TO RNT-C-RECEITA (RNT-CX)
            ADD 1 TO RNT-C-INSCRITOS (RNT-CX)
            ADD 1 TO RNT-TOT-INSCRITOS
            IF RNT-PX > ZERO
                ADD 1 TO RNT-P-MATRICULAS (RNT-PX)
                PERFORM ACUMULAR-CURSO-PLANO
            END-IF
        END-PERFORM
        MOVE ZERO TO RNT-RECEITA-ALUNO (RNT-ALUNO-ATUAL)
    END-IF
    MOVE ZERO TO RNT-QTD-CURSOS-ALUNO.

ACUMULAR-CURSO-PLANO.
    MOVE ZERO TO RNT-KX
    PERFORM VARYING RNT-AX FROM 1 BY 1
        UNTIL RNT-AX > RNT-QTD-CP OR RNT-KX > ZERO
        IF RNT-CP-CURSO (RNT-AX) = RNT-CX
            AND RNT-CP-PLANO (RNT-AX) = RNT-PX
            MOVE RNT-AX TO RNT-KX
        END-IF
    END-PERFORM
    IF RNT-KX = ZERO
        IF RNT-QTD-CP < 2000
            ADD 1 TO RNT-QTD-CP
            MOVE RNT-QTD-CP TO RNT-KX
            MOVE RNT-CX TO RNT-CP-CURSO (RNT-KX)
            MOVE RNT-PX TO RNT-CP-PLANO (RNT-KX)
            MOVE ZERO TO RNT-CP-INSCRITOS (RNT-KX)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF
    IF RNT-KX > ZERO
        ADD 1 TO RNT-CP-INSCRITOS (RNT-KX)
    END-IF.

*> o que sobra na tabela por aluno e receita de quem nao tem
*> matricula ativa no semestre.
SOMAR-RECEITA-SEM-MATRICULA.
    PERFORM VARYING RNT-ID FROM 1 BY 1 UNTIL RNT-ID = 99999
        IF RNT-RECEITA-ALUNO (RNT-ID) NOT = ZERO
            ADD RNT-RECEITA-ALUNO (RNT-ID) TO RNT-RECEITA-SEM-MAT
            ADD 1 TO RNT-ALUNOS-SEM-MAT
        END-IF
    END-PERFORM
    IF RNT-RECEITA-ALUNO (99999) NOT = ZERO
        ADD RNT-RECEITA-ALUNO (99999) TO RNT-RECEITA-SEM-MAT
        ADD 1 TO RNT-ALUNOS-SEM-MAT
    END-IF.

*> ---------------------------------------------------------------
*> servico docente: horas semanais por docente e curso
*> ---------------------------------------------------------------
APURAR-SERVICO-DOCENTE.
    MOVE ZERO TO RNT-QTD-ATR
    OPEN INPUT HORARIOS-FILE
    IF HORARIOS-STATUS = "00"
        MOVE 'S' TO RNT-HORARIOS-ABERTO
    END-IF
    MOVE 'N' TO RNT-FIM-FICHEIRO
    OPEN INPUT TURMAS-FILE
    IF TURMAS-STATUS = "00"
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ TURMAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    IF TUR-SEMESTRE = RNT-SEMESTRE AND TUR-ATIVA
                        PERFORM TRATAR-TURMA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TURMAS-FILE
    END-IF
*> cursos com inscritos e sem turmas: o docente do curso, com
*> todas as linhas do horario do curso.
    PERFORM VARYING RNT-CX FROM 1 BY 1 UNTIL RNT-CX > RNT-QTD-CURSOS
        IF RNT-C-TURMAS (RNT-CX) = ZERO
            AND RNT-C-INSCRITOS (RNT-CX) > ZERO
            MOVE SPACES TO RNT-SECCAO
            PERFORM CALCULAR-HORAS-TURMA
            MOVE RNT-C-DOCENTE (RNT-CX) TO RNT-DOC-PROCURA
            PERFORM REGISTAR-ATRIBUICAO
        END-IF
    END-PERFORM
    IF RNT-HORARIOS-ABERTO = 'S'
        CLOSE HORARIOS-FILE
    END-IF.

TRATAR-TURMA.
    MOVE TUR-CURSO-CODE TO RNT-CODIGO-PROCURA
    PERFORM OBTER-CURSO
    IF RNT-CX > ZERO
        ADD 1 TO RNT-C-TURMAS (RNT-CX)
        MOVE TUR-SECCAO TO RNT-SECCAO
        PERFORM CALCULAR-HORAS-TURMA
        MOVE TUR-DOCENTE-ID TO RNT-DOC-PROCURA
        PERFORM REGISTAR-ATRIBUICAO
    END-IF.

*> linhas do horario do curso RNT-CX no semestre para a seccao
*> RNT-SECCAO ou para o curso todo (seccao em branco); seccao a
*> espacos conta todas as linhas. Sem horario contam os creditos.
CALCULAR-HORAS-TURMA.
    MOVE ZERO TO RNT-HORAS
    IF RNT-HORARIOS-ABERTO = 'S'
        MOVE 'N' TO RNT-FIM-AUX
        MOVE RNT-C-CODE (RNT-CX) TO HOR-CURSO-CODE
        MOVE RNT-SEMESTRE TO HOR-SEMESTRE
        MOVE ZERO TO HOR-SEQ
        START HORARIOS-FILE KEY IS NOT LESS THAN HOR-CHAVE
            INVALID KEY
                MOVE 'Y' TO RNT-FIM-AUX
        END-START
        PERFORM UNTIL RNT-FIM-AUX = 'Y'
            READ HORARIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-AUX
                NOT AT END
                    IF HOR-CURSO-CODE NOT = RNT-C-CODE (RNT-CX)
                        OR HOR-SEMESTRE NOT = RNT-SEMESTRE
                        MOVE 'Y' TO RNT-FIM-AUX
                    ELSE
                        IF RNT-SECCAO = SPACES
                            OR HOR-SECCAO = RNT-SECCAO
                            OR HOR-SECCAO = SPACES
                            PERFORM SOMAR-HORAS-LINHA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF RNT-HORAS = ZERO
        MOVE RNT-C-CREDITOS (RNT-CX) TO RNT-HORAS
    END-IF.

SOMAR-HORAS-LINHA.
    DIVIDE HOR-HORA-INICIO BY 100 GIVING RNT-H REMAINDER RNT-M
    COMPUTE RNT-MIN-INICIO = RNT-H * 60 + RNT-M
    DIVIDE HOR-HORA-FIM BY 100 GIVING RNT-H REMAINDER RNT-M
    COMPUTE RNT-MIN-FIM = RNT-H * 60 + RNT-M
    IF RNT-MIN-FIM > RNT-MIN-INICIO
        COMPUTE RNT-HORAS ROUNDED =
            RNT-HORAS + (RNT-MIN-FIM - RNT-MIN-INICIO) / 60
    END-IF.

REGISTAR-ATRIBUICAO.
    IF RNT-DOC-PROCURA = ZERO
        MOVE 'S' TO RNT-C-SEM-DOC (RNT-CX)
    ELSE
        PERFORM OBTER-DOCENTE
        IF RNT-DX > ZERO
            IF RNT-QTD-ATR < 1000
                ADD 1 TO RNT-QTD-ATR
                MOVE RNT-CX TO RNT-A-CURSO (RNT-QTD-ATR)
                MOVE RNT-DX TO RNT-A-DOC (RNT-QTD-ATR)
                MOVE RNT-HORAS TO RNT-A-HORAS (RNT-QTD-ATR)
                ADD RNT-HORAS TO RNT-D-HORAS (RNT-DX)
            ELSE
                ADD 1 TO RNT-TABELA-CHEIA
            END-IF
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> custo docente: o extraido para a folha nos meses do semestre,
*> repartido pelas horas; sem extracao, a tarifa da categoria.
*> ---------------------------------------------------------------
APURAR-CUSTO-DOCENTES.
    OPEN INPUT SALARIOS-REG-FILE
    IF SALARIOSREG-STATUS = "00"
        MOVE 'S' TO RNT-SALREG-ABERTO
    END-IF
    OPEN INPUT DOC-CFG-FILE
    IF DOCCFG-STATUS = "00"
        MOVE 'S' TO RNT-DOCCFG-ABERTO
    END-IF
    OPEN INPUT TARIFAS-DOC-FILE
    IF TARIFASDOC-STATUS = "00"
        MOVE 'S' TO RNT-TARIFAS-ABERTO
    END-IF
    PERFORM VARYING RNT-DX FROM 1 BY 1
        UNTIL RNT-DX > RNT-QTD-DOCENTES
        PERFORM SOMAR-SALARIOS-DOCENTE
        IF RNT-D-REAL (RNT-DX) = ZERO
            PERFORM LER-TARIFA-DOCENTE
        END-IF
    END-PERFORM
    PERFORM VARYING RNT-AX FROM 1 BY 1 UNTIL RNT-AX > RNT-QTD-ATR
        MOVE RNT-A-DOC (RNT-AX) TO RNT-DX
        MOVE RNT-A-CURSO (RNT-AX) TO RNT-CX
        IF RNT-D-REAL (RNT-DX) > ZERO AND RNT-D-HORAS (RNT-DX) > ZERO
            COMPUTE RNT-CUSTO ROUNDED = RNT-D-REAL (RNT-DX)
                * RNT-A-HORAS (RNT-AX) / RNT-D-HORAS (RNT-DX)
        ELSE
            COMPUTE RNT-CUSTO ROUNDED = RNT-A-HORAS (RNT-AX) * 4
                * RNT-MESES * RNT-D-TARIFA (RNT-DX)
            MOVE 'S' TO RNT-C-ESTIMADO (RNT-CX)
        END-IF
        ADD RNT-CUSTO TO RNT-C-CUSTO (RNT-CX)
    END-PERFORM
    IF RNT-TARIFAS-ABERTO = 'S'
        CLOSE TARIFAS-DOC-FILE
    END-IF
    IF RNT-DOCCFG-ABERTO = 'S'
        CLOSE DOC-CFG-FILE
    END-IF
    IF RNT-SALREG-ABERTO = 'S'
        CLOSE SALARIOS-REG-FILE
    END-IF.

SOMAR-SALARIOS-DOCENTE.
    MOVE ZERO TO RNT-D-REAL (RNT-DX)
    IF RNT-SALREG-ABERTO = 'S'
        MOVE 'N' TO RNT-FIM-AUX
        MOVE RNT-D-ID (RNT-DX) TO SAL-DOC-ID
        MOVE RNT-PERIODO-INICIO TO SAL-PERIODO
        START SALARIOS-REG-FILE KEY IS NOT LESS THAN SAL-CHAVE
            INVALID KEY
                MOVE 'Y' TO RNT-FIM-AUX
        END-START
        PERFORM UNTIL RNT-FIM-AUX = 'Y'
            READ SALARIOS-REG-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-AUX
                NOT AT END
                    IF SAL-DOC-ID NOT = RNT-D-ID (RNT-DX)
                        OR SAL-PERIODO > RNT-PERIODO-FIM
                        MOVE 'Y' TO RNT-FIM-AUX
                    ELSE
                        ADD SAL-VALOR TO RNT-D-REAL (RNT-DX)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

LER-TARIFA-DOCENTE.
    MOVE ZERO TO RNT-D-TARIFA (RNT-DX)
    MOVE SPACES TO DCF-CATEGORIA
    IF RNT-DOCCFG-ABERTO = 'S'
        MOVE RNT-D-ID (RNT-DX) TO DCF-DOC-ID
        READ DOC-CFG-FILE KEY IS DCF-DOC-ID
            INVALID KEY
                MOVE SPACES TO DCF-CATEGORIA
        END-READ
    END-IF
    IF RNT-TARIFAS-ABERTO = 'S' AND DCF-CATEGORIA NOT = SPACES
        MOVE DCF-CATEGORIA TO TRF-CATEGORIA
        READ TARIFAS-DOC-FILE KEY IS TRF-CATEGORIA
            NOT INVALID KEY
                MOVE TRF-TARIFA-HORA TO RNT-D-TARIFA (RNT-DX)
        END-READ
    END-IF
    IF RNT-D-TARIFA (RNT-DX) = ZERO
        DISPLAY "Aviso: docente " RNT-D-ID (RNT-DX) " sem salarios"
            " extraidos nem tarifa; custo a zero."
    END-IF.

*> ---------------------------------------------------------------
*> planos: cada curso reparte receita e custo pelos planos dos
*> inscritos; cursos sem inscritos ficam fora dos planos.
*> ---------------------------------------------------------------
REPARTIR-POR-PLANOS.
    PERFORM VARYING RNT-KX FROM 1 BY 1 UNTIL RNT-KX > RNT-QTD-CP
        MOVE RNT-CP-CURSO (RNT-KX) TO RNT-CX
        MOVE RNT-CP-PLANO (RNT-KX) TO RNT-PX
        COMPUTE RNT-PARTE ROUNDED = RNT-C-RECEITA (RNT-CX)
            * RNT-CP-INSCRITOS (RNT-KX) / RNT-C-INSCRITOS (RNT-CX)
        ADD RNT-PARTE TO RNT-P-RECEITA (RNT-PX)
        COMPUTE RNT-CUSTO ROUNDED = RNT-C-CUSTO (RNT-CX)
            * RNT-CP-INSCRITOS (RNT-KX) / RNT-C-INSCRITOS (RNT-CX)
        ADD RNT-CUSTO TO RNT-P-CUSTO (RNT-PX)
    END-PERFORM
    PERFORM VARYING RNT-CX FROM 1 BY 1 UNTIL RNT-CX > RNT-QTD-CURSOS
        IF RNT-C-INSCRITOS (RNT-CX) = ZERO
            ADD RNT-C-RECEITA (RNT-CX) TO RNT-SEM-ALUNOS-REC
            ADD RNT-C-CUSTO (RNT-CX) TO RNT-SEM-ALUNOS-CUSTO
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> compras diretas do semestre por departamento e sua imputacao
*> aos planos do departamento, na proporcao das matriculas.
*> ---------------------------------------------------------------
APURAR-COMPRAS.
    MOVE 'N' TO RNT-FIM-FICHEIRO
    OPEN INPUT VENDOR-PO-FILE
    IF VPO-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-PO-FILE indisponivel (" VPO-STATUS
            "), compras a zero."
    ELSE
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    IF VPO-DATA >= RNT-DATA-INICIO
                        AND VPO-DATA <= RNT-DATA-FIM
                        AND NOT VPO-CANCELADA
                        PERFORM SOMAR-UMA-ORDEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-PO-FILE
    END-IF
    OPEN INPUT PLANODEP-FILE
    IF PLANODEP-STATUS = "00"
        MOVE 'S' TO RNT-PLANODEP-ABERTO
    END-IF
    PERFORM VARYING RNT-PX FROM 1 BY 1 UNTIL RNT-PX > RNT-QTD-PLANOS
        MOVE SPACES TO RNT-P-DEPTO (RNT-PX)
        MOVE ZERO TO RNT-P-DX (RNT-PX)
        IF RNT-PLANODEP-ABERTO = 'S'
            AND RNT-P-CODE (RNT-PX) NOT = SPACES
            MOVE RNT-P-CODE (RNT-PX) TO PLD-PLANO
            READ PLANODEP-FILE KEY IS PLD-PLANO
                NOT INVALID KEY
                    MOVE PLD-DEPARTAMENTO TO RNT-P-DEPTO (RNT-PX)
            END-READ
        END-IF
        IF RNT-P-DEPTO (RNT-PX) NOT = SPACES
            MOVE RNT-P-DEPTO (RNT-PX) TO RNT-DEP-PROCURA
            PERFORM PROCURAR-DEPARTAMENTO
            MOVE RNT-DX TO RNT-P-DX (RNT-PX)
            IF RNT-DX > ZERO
                ADD RNT-P-MATRICULAS (RNT-PX)
                    TO RNT-DP-MATRICULAS (RNT-DX)
            END-IF
        END-IF
    END-PERFORM
    IF RNT-PLANODEP-ABERTO = 'S'
        CLOSE PLANODEP-FILE
    END-IF
    PERFORM VARYING RNT-PX FROM 1 BY 1 UNTIL RNT-PX > RNT-QTD-PLANOS
        MOVE RNT-P-DX (RNT-PX) TO RNT-DX
        IF RNT-DX > ZERO
            IF RNT-DP-MATRICULAS (RNT-DX) > ZERO
                COMPUTE RNT-P-COMPRAS (RNT-PX) ROUNDED =
                    RNT-DP-COMPRAS (RNT-DX) * RNT-P-MATRICULAS (RNT-PX)
                    / RNT-DP-MATRICULAS (RNT-DX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING RNT-DX FROM 1 BY 1 UNTIL RNT-DX > RNT-QTD-DEPS
        ADD RNT-DP-COMPRAS (RNT-DX) TO RNT-TOT-COMPRAS
        IF RNT-DP-MATRICULAS (RNT-DX) = ZERO
            ADD RNT-DP-COMPRAS (RNT-DX) TO RNT-COMPRAS-NAO-IMP
        END-IF
    END-PERFORM.

SOMAR-UMA-ORDEM.
    MOVE VPO-DEPARTAMENTO TO RNT-DEP-PROCURA
    PERFORM PROCURAR-DEPARTAMENTO
    IF RNT-DX = ZERO
        IF RNT-QTD-DEPS < 100
            ADD 1 TO RNT-QTD-DEPS
            MOVE RNT-QTD-DEPS TO RNT-DX
            MOVE VPO-DEPARTAMENTO TO RNT-DP-CODE (RNT-DX)
        ELSE
            ADD 1 TO RNT-TABELA-CHEIA
        END-IF
    END-IF
    IF RNT-DX > ZERO
        ADD VPO-VALOR-TOTAL TO RNT-DP-COMPRAS (RNT-DX)
        ADD 1 TO RNT-DP-ORDENS (RNT-DX)
    END-IF.

*> ---------------------------------------------------------------
*> relatorio
*> ---------------------------------------------------------------
ESCREVER-LINHA-RNT.
    WRITE LINHA-RENTABILIDADE
    ADD 1 TO RNT-LINHAS
    DISPLAY LINHA-RENTABILIDADE (1:110)
    MOVE SPACES TO LINHA-RENTABILIDADE.

ESCREVER-RELATORIO.
    OPEN OUTPUT RENTABILIDADE-FILE
    MOVE ALL "=" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-MESES TO RNT-MESES-ED
    STRING " RENTABILIDADE POR CURSO E PLANO - SEMESTRE "
           DELIMITED BY SIZE
           RNT-SEMESTRE DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           RNT-DATA-INICIO DELIMITED BY SIZE
           " a " DELIMITED BY SIZE
           RNT-DATA-FIM DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           RNT-MESES-ED DELIMITED BY SIZE
           " meses)" DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE ALL "=" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    PERFORM SECCAO-CURSOS
    PERFORM SECCAO-PLANOS
    PERFORM SECCAO-NAO-IMPUTADO
    MOVE ALL "=" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    CLOSE RENTABILIDADE-FILE.

SECCAO-CURSOS.
    MOVE RNT-MINIMO TO RNT-MIN-ED
    STRING "POR CURSO (minimo de inscritos: " DELIMITED BY SIZE
           RNT-MIN-ED DELIMITED BY SIZE
           "):" DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE "CURSO" TO LINHA-RENTABILIDADE (1:5)
    MOVE "NOME" TO LINHA-RENTABILIDADE (8:4)
    MOVE "CR" TO LINHA-RENTABILIDADE (33:2)
    MOVE "INSCR" TO LINHA-RENTABILIDADE (36:5)
    MOVE "RECEITA" TO LINHA-RENTABILIDADE (48:7)
    MOVE "CUSTO DOC." TO LINHA-RENTABILIDADE (59:10)
    MOVE "MARGEM" TO LINHA-RENTABILIDADE (78:6)
    MOVE "MARG.%" TO LINHA-RENTABILIDADE (86:6)
    MOVE "OBSERVACOES" TO LINHA-RENTABILIDADE (93:11)
    PERFORM ESCREVER-LINHA-RNT
    MOVE ALL "-" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
*> pela ordem do ficheiro de cursos; no fim os codigos que ja nao
*> existem nele.
    IF RNT-CURSOS-ABERTO = 'S'
        MOVE 'N' TO RNT-FIM-FICHEIRO
        MOVE LOW-VALUES TO CURSO-CODE
        START COURSE-FILE KEY IS NOT LESS THAN CURSO-CODE
            INVALID KEY
                MOVE 'Y' TO RNT-FIM-FICHEIRO
        END-START
        PERFORM UNTIL RNT-FIM-FICHEIRO = 'Y'
            READ COURSE-FILE NEXT RECORD
                AT END MOVE 'Y' TO RNT-FIM-FICHEIRO
                NOT AT END
                    MOVE ZERO TO RNT-CX
                    PERFORM VARYING RNT-EX FROM 1 BY 1
                        UNTIL RNT-EX > RNT-QTD-CURSOS OR RNT-CX > ZERO
                        IF RNT-C-CODE (RNT-EX) = CURSO-CODE
                            MOVE RNT-EX TO RNT-CX
                        END-IF
                    END-PERFORM
                    IF RNT-CX > ZERO
                        PERFORM ESCREVER-LINHA-CURSO
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    PERFORM VARYING RNT-CX FROM 1 BY 1 UNTIL RNT-CX > RNT-QTD-CURSOS
        IF RNT-C-LISTADO (RNT-CX) NOT = 'S'
            PERFORM ESCREVER-LINHA-CURSO
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE "TOTAL" TO LINHA-RENTABILIDADE (1:5)
    MOVE RNT-TOT-INSCRITOS TO RNT-QTD-ED
    MOVE RNT-QTD-ED TO LINHA-RENTABILIDADE (36:5)
    MOVE RNT-TOT-RECEITA TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (42:13)
    MOVE RNT-TOT-CUSTO TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (56:13)
    COMPUTE RNT-MARGEM = RNT-TOT-RECEITA - RNT-TOT-CUSTO
    MOVE RNT-MARGEM TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (71:13)
    PERFORM ESCREVER-PERCENTAGEM
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-ABAIXO-MINIMO TO RNT-QTD-ED
    STRING "Cursos abaixo do minimo de inscritos: " DELIMITED BY SIZE
           RNT-QTD-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    IF RNT-CURSOS-ESTIMADOS > ZERO
        MOVE "* custo estimado pela tarifa da categoria: docente sem"
            & " salarios extraidos nos meses do semestre."
            TO LINHA-RENTABILIDADE
        PERFORM ESCREVER-LINHA-RNT
    END-IF
    MOVE SPACES TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT.

ESCREVER-LINHA-CURSO.
    MOVE 'S' TO RNT-C-LISTADO (RNT-CX)
    MOVE RNT-C-CODE (RNT-CX) TO LINHA-RENTABILIDADE (1:6)
    MOVE RNT-C-NOME (RNT-CX) (1:24) TO LINHA-RENTABILIDADE (8:24)
    MOVE RNT-C-CREDITOS (RNT-CX) TO RNT-CRED-ED
    MOVE RNT-CRED-ED TO LINHA-RENTABILIDADE (33:2)
    MOVE RNT-C-INSCRITOS (RNT-CX) TO RNT-QTD-ED
    MOVE RNT-QTD-ED TO LINHA-RENTABILIDADE (36:5)
    MOVE RNT-C-RECEITA (RNT-CX) TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (42:13)
    MOVE RNT-C-CUSTO (RNT-CX) TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (56:13)
    IF RNT-C-ESTIMADO (RNT-CX) = 'S'
        MOVE "*" TO LINHA-RENTABILIDADE (69:1)
        ADD 1 TO RNT-CURSOS-ESTIMADOS
    END-IF
    COMPUTE RNT-MARGEM = RNT-C-RECEITA (RNT-CX) - RNT-C-CUSTO (RNT-CX)
    MOVE RNT-MARGEM TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (71:13)
    MOVE RNT-C-RECEITA (RNT-CX) TO RNT-BASE-PCT
    PERFORM ESCREVER-PERCENTAGEM-LINHA
    MOVE SPACES TO RNT-OBS
    IF RNT-C-INSCRITOS (RNT-CX) < RNT-MINIMO
        MOVE "ABAIXO DO MINIMO" TO RNT-OBS (1:16)
        ADD 1 TO RNT-ABAIXO-MINIMO
    END-IF
    IF RNT-C-SEM-DOC (RNT-CX) = 'S'
        MOVE "SEM DOCENTE" TO RNT-OBS (18:11)
    END-IF
    MOVE RNT-OBS TO LINHA-RENTABILIDADE (93:40)
    ADD RNT-C-RECEITA (RNT-CX) TO RNT-TOT-RECEITA
    ADD RNT-C-CUSTO (RNT-CX) TO RNT-TOT-CUSTO
    PERFORM ESCREVER-LINHA-RNT.

*> margem em percentagem da receita da linha (RNT-MARGEM sobre
*> RNT-BASE-PCT); sem receita fica em branco.
ESCREVER-PERCENTAGEM-LINHA.
    IF RNT-BASE-PCT > ZERO
        COMPUTE RNT-PCT ROUNDED = RNT-MARGEM * 100 / RNT-BASE-PCT
            ON SIZE ERROR MOVE ZERO TO RNT-PCT
        END-COMPUTE
        MOVE RNT-PCT TO RNT-PCT-ED
        MOVE RNT-PCT-ED TO LINHA-RENTABILIDADE (85:7)
    END-IF.

ESCREVER-PERCENTAGEM.
    MOVE RNT-TOT-RECEITA TO RNT-BASE-PCT
    PERFORM ESCREVER-PERCENTAGEM-LINHA.

SECCAO-PLANOS.
    MOVE "POR PLANO CURRICULAR:" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE "PLANO" TO LINHA-RENTABILIDADE (1:5)
    MOVE "DEP." TO LINHA-RENTABILIDADE (8:4)
    MOVE "ALUNOS" TO LINHA-RENTABILIDADE (12:6)
    MOVE "MATR." TO LINHA-RENTABILIDADE (19:5)
    MOVE "RECEITA" TO LINHA-RENTABILIDADE (31:7)
    MOVE "CUSTO DOC." TO LINHA-RENTABILIDADE (42:10)
    MOVE "COMPRAS" TO LINHA-RENTABILIDADE (59:7)
    MOVE "MARGEM" TO LINHA-RENTABILIDADE (74:6)
    MOVE "MARG.%" TO LINHA-RENTABILIDADE (82:6)
    PERFORM ESCREVER-LINHA-RNT
    MOVE ALL "-" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE ZERO TO RNT-TOT-RECEITA
    MOVE ZERO TO RNT-TOT-CUSTO
    MOVE ZERO TO RNT-CUSTO
*> por ordem do codigo do plano: escolhe em cada volta o menor
*> ainda por listar.
    MOVE ZERO TO RNT-ESCOLHIDO
    PERFORM UNTIL RNT-ESCOLHIDO = 999
        MOVE 999 TO RNT-ESCOLHIDO
        PERFORM VARYING RNT-PX FROM 1 BY 1
            UNTIL RNT-PX > RNT-QTD-PLANOS
            IF RNT-P-LISTADO (RNT-PX) NOT = 'S'
                IF RNT-ESCOLHIDO = 999
                    MOVE RNT-PX TO RNT-ESCOLHIDO
                ELSE
                    IF RNT-P-CODE (RNT-PX)
                        < RNT-P-CODE (RNT-ESCOLHIDO)
                        MOVE RNT-PX TO RNT-ESCOLHIDO
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF RNT-ESCOLHIDO NOT = 999
            MOVE RNT-ESCOLHIDO TO RNT-PX
            PERFORM ESCREVER-LINHA-PLANO
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE "TOTAL" TO LINHA-RENTABILIDADE (1:5)
    MOVE RNT-TOT-RECEITA TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (25:13)
    MOVE RNT-TOT-CUSTO TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (39:13)
    MOVE RNT-CUSTO TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (53:13)
    COMPUTE RNT-MARGEM = RNT-TOT-RECEITA - RNT-TOT-CUSTO - RNT-CUSTO
    MOVE RNT-MARGEM TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (67:13)
    MOVE RNT-TOT-RECEITA TO RNT-BASE-PCT
    IF RNT-BASE-PCT > ZERO
        COMPUTE RNT-PCT ROUNDED = RNT-MARGEM * 100 / RNT-BASE-PCT
            ON SIZE ERROR MOVE ZERO TO RNT-PCT
        END-COMPUTE
        MOVE RNT-PCT TO RNT-PCT-ED
        MOVE RNT-PCT-ED TO LINHA-RENTABILIDADE (81:7)
    END-IF
    PERFORM ESCREVER-LINHA-RNT
    MOVE SPACES TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT.

*> as somas da seccao de planos usam RNT-TOT-RECEITA,
*> RNT-TOT-CUSTO e RNT-CUSTO (compras imputadas).
ESCREVER-LINHA-PLANO.
    MOVE 'S' TO RNT-P-LISTADO (RNT-PX)
    IF RNT-P-CODE (RNT-PX) = SPACES
        MOVE "(sem)" TO LINHA-RENTABILIDADE (1:6)
    ELSE
        MOVE RNT-P-CODE (RNT-PX) TO LINHA-RENTABILIDADE (1:6)
    END-IF
    MOVE RNT-P-DEPTO (RNT-PX) TO LINHA-RENTABILIDADE (8:4)
    MOVE RNT-P-ALUNOS (RNT-PX) TO RNT-QTD-ED
    MOVE RNT-QTD-ED TO LINHA-RENTABILIDADE (13:5)
    MOVE RNT-P-MATRICULAS (RNT-PX) TO RNT-QTD-ED
    MOVE RNT-QTD-ED TO LINHA-RENTABILIDADE (19:5)
    MOVE RNT-P-RECEITA (RNT-PX) TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (25:13)
    MOVE RNT-P-CUSTO (RNT-PX) TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (39:13)
    MOVE RNT-P-COMPRAS (RNT-PX) TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (53:13)
    COMPUTE RNT-MARGEM = RNT-P-RECEITA (RNT-PX)
        - RNT-P-CUSTO (RNT-PX) - RNT-P-COMPRAS (RNT-PX)
    MOVE RNT-MARGEM TO RNT-VAL-ED
    MOVE RNT-VAL-ED TO LINHA-RENTABILIDADE (67:13)
    IF RNT-P-RECEITA (RNT-PX) > ZERO
        COMPUTE RNT-PCT ROUNDED =
            RNT-MARGEM * 100 / RNT-P-RECEITA (RNT-PX)
            ON SIZE ERROR MOVE ZERO TO RNT-PCT
        END-COMPUTE
        MOVE RNT-PCT TO RNT-PCT-ED
        MOVE RNT-PCT-ED TO LINHA-RENTABILIDADE (81:7)
    END-IF
    IF RNT-P-DEPTO (RNT-PX) = SPACES
        MOVE "sem departamento" TO LINHA-RENTABILIDADE (89:16)
    END-IF
    ADD RNT-P-RECEITA (RNT-PX) TO RNT-TOT-RECEITA
    ADD RNT-P-CUSTO (RNT-PX) TO RNT-TOT-CUSTO
    ADD RNT-P-COMPRAS (RNT-PX) TO RNT-CUSTO
    PERFORM ESCREVER-LINHA-RNT.

SECCAO-NAO-IMPUTADO.
    MOVE "POR IMPUTAR:" TO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-RECEITA-SEM-MAT TO RNT-VAL-ED
    MOVE RNT-ALUNOS-SEM-MAT TO RNT-QTD-ED
    STRING "  Receita de alunos sem matricula ativa no semestre: "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           RNT-QTD-ED DELIMITED BY SIZE
           " alunos)" DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-SEM-ALUNOS-REC TO RNT-VAL-ED
    STRING "  Cursos sem inscritos - receita:                    "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-SEM-ALUNOS-CUSTO TO RNT-VAL-ED
    STRING "  Cursos sem inscritos - custo docente:              "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-TOT-COMPRAS TO RNT-VAL-ED
    STRING "  Compras diretas do semestre:                       "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    MOVE RNT-COMPRAS-NAO-IMP TO RNT-VAL-ED
    STRING "    das quais sem plano com inscritos:               "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    PERFORM VARYING RNT-DX FROM 1 BY 1 UNTIL RNT-DX > RNT-QTD-DEPS
        IF RNT-DP-MATRICULAS (RNT-DX) = ZERO
            MOVE RNT-DP-COMPRAS (RNT-DX) TO RNT-VAL-ED
            MOVE RNT-DP-ORDENS (RNT-DX) TO RNT-QTD-ED
            STRING "      departamento " DELIMITED BY SIZE
                   RNT-DP-CODE (RNT-DX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   RNT-VAL-ED DELIMITED BY SIZE
                   " em " DELIMITED BY SIZE
                   RNT-QTD-ED DELIMITED BY SIZE
                   " ordens" DELIMITED BY SIZE
                   INTO LINHA-RENTABILIDADE
            PERFORM ESCREVER-LINHA-RNT
        END-IF
    END-PERFORM
    MOVE RNT-OUTRA-RECEITA TO RNT-VAL-ED
    STRING "  Outra receita nao imputada (nao e de propinas):    "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT
    PERFORM VARYING RNT-OX FROM 1 BY 1 UNTIL RNT-OX > RNT-QTD-OUTRAS
        MOVE RNT-O-VALOR (RNT-OX) TO RNT-VAL-ED
        MOVE RNT-O-MOVIMENTOS (RNT-OX) TO RNT-QTD-ED
        STRING "      referencias " DELIMITED BY SIZE
               RNT-O-PREFIXO (RNT-OX) DELIMITED BY SIZE
               "...: " DELIMITED BY SIZE
               RNT-VAL-ED DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               RNT-QTD-ED DELIMITED BY SIZE
               " movimentos" DELIMITED BY SIZE
               INTO LINHA-RENTABILIDADE
        PERFORM ESCREVER-LINHA-RNT
    END-PERFORM
    MOVE RNT-RECEITA-TAXAS TO RNT-VAL-ED
    STRING "  (Taxas de curso imputadas diretamente:             "
           DELIMITED BY SIZE
           RNT-VAL-ED DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINHA-RENTABILIDADE
    PERFORM ESCREVER-LINHA-RNT.

COPY "pspool.cbl".

COPY "psessao.cbl".
