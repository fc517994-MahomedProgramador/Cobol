*>          validacoes do balcao: aluno existente e ativo no
*>          master, sem bloqueio de divida, curso existente e
*>          ativo, semestre aberto, pre-requisitos de PREREQ.dat
*>          aprovados, sem matricula ativa duplicada, dentro do
*>          limite de creditos do semestre do plano do aluno
*>          (pcreditos, com a sobrecarga autorizada); com a
*>          capacidade do curso esgotada o pedido vai para
*>          ESPERA.dat. Os aceites entram em MATRICULAS.dat e
*>          todos os pedidos saem em PEDIDOSRESULTADO.csv com o
*>          invalida, M02 aluno inexistente, M03 aluno nao ativo
*>          ou bloqueado por divida, M04 curso inexistente ou
*>          inativo, M05 semestre fechado ou inexistente, M06
*>          pre-requisitos em falta, M07 matricula duplicada,
*>          M08 limite de creditos do semestre excedido sem
*>          autorizacao de sobrecarga.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slnotas.cbl".
     COPY "slnotasarq.cbl".
     COPY "slespera.cbl".
     COPY "sllimcred.cbl".
     COPY "slsobrecarga.cbl".

     SELECT PEDIDOS-FILE
         ASSIGN TO LMT-PEDIDOS-NOME
  COPY "fdnotas.cbl".
  COPY "fdnotasarq.cbl".
  COPY "fdespera.cbl".
  COPY "fdlimcred.cbl".
  COPY "fdsobrecarga.cbl".

  FD PEDIDOS-FILE.
  01 LINHA-PEDIDO            PIC X(60).
  COPY "wsnotas.cbl".
  COPY "wsnotasarq.cbl".
  COPY "wsespera.cbl".
  COPY "wslimcred.cbl".
  COPY "wssobrecarga.cbl".
    77 LMT-PEDIDOS-NOME      PIC X(40) VALUE "PEDIDOSMATRICULA.csv".
    77 LMT-PEDIDOS-NOME-ENV  PIC X(40).
    77 LMT-PEDIDOS-STATUS    PIC X(2) VALUE "00".
COPY "rvnotas.cbl".
COPY "rvnotasarq.cbl".
COPY "rvespera.cbl".
COPY "rvlimcred.cbl".
COPY "rvsobrecarga.cbl".

    ACCEPT LMT-PEDIDOS-NOME-ENV FROM ENVIRONMENT "PEDIDOS_CSV"
    IF LMT-PEDIDOS-NOME-ENV NOT = SPACES
    IF LMT-DESFECHO = SPACES
        PERFORM VALIDAR-DUPLICADO-PEDIDO
    END-IF
    IF LMT-DESFECHO = SPACES
        PERFORM VALIDAR-CREDITOS-PEDIDO
    END-IF
    IF LMT-DESFECHO = SPACES
        PERFORM MATRICULAR-OU-ESPERAR
    END-IF
                    MOVE "M04" TO LMT-DESFECHO
                ELSE
                    MOVE CURSO-CAPACIDADE TO LMT-CAPACIDADE
                    MOVE CURSO-CREDITOS TO CRD-CREDITOS-NOVO
                END-IF
        END-READ
        CLOSE COURSE-FILE
        CLOSE MATRICULAS-FILE
    END-IF.

VALIDAR-CREDITOS-PEDIDO.
    MOVE LMT-ID-ALUNO TO CRD-ID-ALUNO
    MOVE LMT-CURSO TO CRD-CURSO-CODE
    MOVE LMT-SEMESTRE TO CRD-SEMESTRE
    PERFORM VERIFICAR-LIMITE-CREDITOS
    IF CREDITOS-EXCEDIDOS
        MOVE "M08" TO LMT-DESFECHO
    END-IF.

MATRICULAR-OU-ESPERAR.
    PERFORM CONTAR-ATIVAS-PEDIDO
    IF LMT-CAPACIDADE = ZERO OR LMT-ATIVAS < LMT-CAPACIDADE
           LINHA-PEDIDO DELIMITED BY SIZE
           INTO LINHA-RESULTADO
    WRITE LINHA-RESULTADO.

COPY "pcreditos.cbl".
