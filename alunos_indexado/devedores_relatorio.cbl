*>          dias desde o inicio do semestre em divida) e gestao do
*>          bloqueio de servicos: marca MASTER-BLOQUEADO nos alunos
*>          com saldo em divida e desbloqueia os que ja liquidaram.
*>          Cada devedor sem acordo de pagamento ativo recebe um
*>          aviso de divida (modelo AVISODEV, prioridade urgente)
*>          na caixa de saida de notificacoes (NOTIFICACOES.dat),
*>          no maximo um por mes, por correio ou SMS conforme a
*>          ficha de contactos, ou na lista de papel.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slacordo.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slnotificacao.cbl".

     SELECT DEVEDORES-REL-FILE
         ASSIGN TO DEV-NOME-FICHEIRO
  COPY "fdacordo.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdnotificacao.cbl".

  FD DEVEDORES-REL-FILE.
  01 LINHA-DEVEDORES         PIC X(100).
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
    77 DEV-NOME-FICHEIRO     PIC X(40).
    77 DEV-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 DEV-TEM-ALUNO         PIC X VALUE 'N'.
    77 DEV-ACORDOS-ABERTO    PIC X VALUE 'N'.
    77 DEV-ACORDO-ATIVO      PIC X VALUE 'N'.
    77 DEV-FIM-ACORDO        PIC X VALUE 'N'.
    77 DEV-TOTAL-AVISOS      PIC 9(5) VALUE ZERO.
    77 DEV-AVISOS-PAPEL      PIC 9(5) VALUE ZERO.
    77 DEV-ID-ED             PIC 9(5).

PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvalunomaster.cbl".
COPY "rvacordo.cbl".
COPY "rvspool.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvnotificacao.cbl".

    PERFORM LER-SESSAO.
    PERFORM RELATORIO-DEVEDORES.
            DISPLAY "Aviso: ALUNO-MASTER-FILE indisponivel,"
                " bloqueios nao atualizados."
        END-IF
        OPEN INPUT CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'S' TO NTR-CONTACTOS-ABERTO
        END-IF
        MOVE SPACES TO DEV-NOME-FICHEIRO
        STRING "DEVEDORES-" DELIMITED BY SIZE
               DEV-DATA-HOJE DELIMITED BY SIZE
        IF DEV-TEM-ALUNO = 'S'
            PERFORM FECHAR-ALUNO-DEVEDOR
        END-IF
        IF NTR-CONTACTOS-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        IF DEV-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
               DEV-TOTAL-DESBLOQ DELIMITED BY SIZE
               INTO LINHA-DEVEDORES
        PERFORM ESCREVER-LINHA-DEV
        MOVE SPACES TO LINHA-DEVEDORES
        STRING "Avisos de divida em fila: " DELIMITED BY SIZE
               DEV-TOTAL-AVISOS DELIMITED BY SIZE
               "  (sem contacto valido: " DELIMITED BY SIZE
               DEV-AVISOS-PAPEL DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-DEVEDORES
        PERFORM ESCREVER-LINHA-DEV
        MOVE ALL "=" TO LINHA-DEVEDORES
        PERFORM ESCREVER-LINHA-DEV
        CLOSE DEVEDORES-REL-FILE
    IF DEV-SALDO-ALUNO > ZERO
        ADD 1 TO DEV-TOTAL-DEVEDORES
        PERFORM ATUALIZAR-BLOQUEIO-S
        IF DEV-ACORDO-ATIVO NOT = 'S'
            PERFORM ENFILEIRAR-AVISO-DEVEDOR
        END-IF
    ELSE
        PERFORM ATUALIZAR-BLOQUEIO-N
    END-IF.

ENFILEIRAR-AVISO-DEVEDOR.
*> a referencia e o mes corrente: a corrida diaria nao repete o
*> aviso, que volta a sair no mes seguinte se a divida se mantiver.
    MOVE "A" TO NTR-TIPO-DEST
    MOVE DEV-ALUNO-ATUAL TO NTR-ID-DEST
    MOVE "AVISODEV" TO NTR-MODELO
    MOVE SPACES TO NTR-REFERENCIA
    MOVE DEV-DATA-HOJE (1:6) TO NTR-REFERENCIA
    MOVE "devedores_relatorio" TO NTR-PROGRAMA
    MOVE 1 TO NTR-PRIORIDADE
    PERFORM RESOLVER-CONTACTO-ALUNO
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&NOME" TO NTR-FUS-TOKEN (1)
    IF DEV-MASTER-ABERTO = 'S'
        MOVE DEV-ALUNO-ATUAL TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-NOME-ALUNO TO NTR-FUS-VALOR (1)
        END-READ
    END-IF
    MOVE "&ALUNO" TO NTR-FUS-TOKEN (2)
    MOVE DEV-ALUNO-ATUAL TO DEV-ID-ED
    MOVE DEV-ID-ED TO NTR-FUS-VALOR (2)
    MOVE "&VALOR" TO NTR-FUS-TOKEN (3)
    MOVE DEV-SALDO-ALUNO TO DEV-VALOR-ED
    MOVE DEV-VALOR-ED TO NTR-FUS-VALOR (3)
    MOVE "&DATA" TO NTR-FUS-TOKEN (4)
    MOVE DEV-DATA-HOJE TO NTR-FUS-VALOR (4)
    PERFORM ENFILEIRAR-NOTIFICACAO
    IF NTR-RESULTADO = 'N'
        ADD 1 TO DEV-TOTAL-AVISOS
        IF NTR-CANAL = "P"
            ADD 1 TO DEV-AVISOS-PAPEL
        END-IF
    END-IF.

ATUALIZAR-BLOQUEIO-S.
*> um aluno com acordo de pagamento ativo (ACORDOSPAG.dat,
*> gerir_acordos) tem o bloqueio levantado condicionalmente e nao
COPY "pspool.cbl".

COPY "psessao.cbl".

COPY "pnotificacao.cbl".

COPY "pnotifaluno.cbl".
