*>          JOBLOG.dat, para no primeiro passo com erro e, numa
*>          nova execucao do mesmo dia, salta os passos ja
*>          concluidos com sucesso, retomando a partir da falha.
*>          No fim de cada passo, os relatorios que o passo
*>          catalogou no spool sao distribuidos aos subscritores
*>          do programa (SUBSCRICOES.dat, gerir_subscricoes):
*>          pela caixa de saida de notificacoes, com o relatorio
*>          em anexo, ou pela fila de impressao partilhada
*>          FILA-IMPRESSAO-AAAAMMDD.dat. Cada entrega fica em
*>          DISTRIBUICOES.dat (numero de spool e operador), pelo
*>          que ninguem recebe o mesmo relatorio duas vezes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
         LOCK MODE IS AUTOMATIC
         FILE STATUS IS JOBLOG-STATUS.

     COPY "slspool.cbl".
     COPY "slsubscricao.cbl".
     COPY "sldistribuicao.cbl".
     COPY "sloperador.cbl".
     COPY "slnotificacao.cbl".

     SELECT FILA-IMPRESSAO-FILE
         ASSIGN TO LOTE-FILA-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS LOTE-FILA-STATUS.

     SELECT RELATORIO-FILE
         ASSIGN TO LOTE-RELATORIO-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS LOTE-RELATORIO-STATUS.

DATA DIVISION.
FILE SECTION.
  FD JOBPLAN-FILE.
         88 JOB-ERRO           VALUE "E".
     05 FILLER               PIC X VALUE SPACE.

  COPY "fdspool.cbl".
  COPY "fdsubscricao.cbl".
  COPY "fddistribuicao.cbl".
  COPY "fdoperador.cbl".
  COPY "fdnotificacao.cbl".

  FD FILA-IMPRESSAO-FILE.
  01 LINHA-FILA              PIC X(160).

  FD RELATORIO-FILE.
  01 LINHA-RELATORIO         PIC X(160).

WORKING-STORAGE SECTION.
  COPY "wsspool.cbl".
  COPY "wssubscricao.cbl".
  COPY "wsdistribuicao.cbl".
  COPY "wsoperador.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
    77 JOBPLAN-DATAFILE      PIC X(40) VALUE "JOBPLAN.dat".
    77 JOBPLAN-STATUS        PIC X(2) VALUE "00".
    77 JOBLOG-DATAFILE       PIC X(40) VALUE "JOBLOG.dat".
    77 LOTE-TOTAL-SALTADOS   PIC 9(2) VALUE ZERO.
    77 LOTE-TOTAL-OK         PIC 9(2) VALUE ZERO.
    77 LOTE-RC               PIC 9(4) VALUE ZERO.
    77 LOTE-ULTIMO-SPOOL     PIC 9(8) VALUE ZERO.
    77 LOTE-FIM-SPOOL        PIC X VALUE 'N'.
    77 LOTE-FIM-SUBSCRICOES  PIC X VALUE 'N'.
    77 LOTE-FIM-OPERADORES   PIC X VALUE 'N'.
    77 LOTE-FIM-RELATORIO    PIC X VALUE 'N'.
    77 LOTE-OPR-ABERTO       PIC X VALUE 'N'.
    77 LOTE-FILA-NOME        PIC X(40).
    77 LOTE-FILA-STATUS      PIC X(2) VALUE "00".
    77 LOTE-RELATORIO-NOME   PIC X(40).
    77 LOTE-RELATORIO-STATUS PIC X(2) VALUE "00".
    77 LOTE-ENTREGAS         PIC 9(4) VALUE ZERO.
    77 LOTE-RELATORIOS       PIC 9(4) VALUE ZERO.
    77 LOTE-TOTAL-ENTREGAS   PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvspool.cbl".
COPY "rvsubscricao.cbl".
COPY "rvdistribuicao.cbl".
COPY "rvoperador.cbl".
COPY "rvnotificacao.cbl".

    ACCEPT LOTE-DATA FROM DATE YYYYMMDD
    PERFORM GARANTIR-JOBPLAN
    PERFORM GARANTIR-JOBLOG
    DISPLAY "Passos executados com sucesso: " LOTE-TOTAL-OK
    DISPLAY "Passos saltados (ja concluidos hoje): "
        LOTE-TOTAL-SALTADOS
    DISPLAY "Relatorios entregues a subscritores: "
        LOTE-TOTAL-ENTREGAS
    IF LOTE-PARAR = 'S'
        DISPLAY "Lote interrompido no passo " LOTE-STEP
            " (" LOTE-PROGRAMA ") com RETURN-CODE " LOTE-RC
        MOVE "exportar_delta" TO PLAN-PROGRAMA
        WRITE LINHA-JOBPLAN
        MOVE 09 TO PLAN-STEP
        MOVE "emprestimos_atrasados" TO PLAN-PROGRAMA
        WRITE LINHA-JOBPLAN
        MOVE 10 TO PLAN-STEP
        MOVE "relatorio_manha" TO PLAN-PROGRAMA
        WRITE LINHA-JOBPLAN
        CLOSE JOBPLAN-FILE
            INVALID KEY
                REWRITE REGISTO-JOBLOG
        END-WRITE
        PERFORM OBTER-ULTIMO-SPOOL
        MOVE 0 TO RETURN-CODE
        CALL LOTE-PROGRAMA
            ON EXCEPTION
        REWRITE REGISTO-JOBLOG
        DISPLAY "Passo " LOTE-STEP " terminou com RETURN-CODE "
            LOTE-RC
        PERFORM DISTRIBUIR-SPOOL-PASSO
    END-IF.

VERIFICAR-PASSO-CORRIDO.
                MOVE 'S' TO LOTE-JA-CORRIDO
            END-IF
    END-READ.

OBTER-ULTIMO-SPOOL.
*> o ultimo numero do spool antes do passo: tudo o que ficar
*> acima dele foi catalogado pelo proprio passo.
    MOVE ZERO TO LOTE-ULTIMO-SPOOL
    MOVE 'N' TO LOTE-FIM-SPOOL
    OPEN INPUT SPOOL-FILE.
    IF SPOOL-STATUS = "00"
        PERFORM UNTIL LOTE-FIM-SPOOL = 'Y'
            READ SPOOL-FILE NEXT RECORD
                AT END MOVE 'Y' TO LOTE-FIM-SPOOL
                NOT AT END
                    MOVE SPL-NUMERO TO LOTE-ULTIMO-SPOOL
            END-READ
        END-PERFORM
        CLOSE SPOOL-FILE
    END-IF.

DISTRIBUIR-SPOOL-PASSO.
    MOVE ZERO TO LOTE-ENTREGAS
    MOVE ZERO TO LOTE-RELATORIOS
    OPEN INPUT SUBSCRICOES-FILE.
    IF SUBSCRICOES-STATUS = "00"
        OPEN INPUT SPOOL-FILE
        IF SPOOL-STATUS = "00"
            PERFORM ABRIR-DISTRIBUICOES
            IF DISTRIBUICOES-STATUS NOT = "00"
                DISPLAY "Erro ao abrir DISTRIBUICOES-FILE. Status: "
                    DISTRIBUICOES-STATUS
            ELSE
                MOVE 'N' TO LOTE-OPR-ABERTO
                OPEN INPUT OPERADORES-FILE
                IF OPERADORES-STATUS = "00"
                    MOVE 'S' TO LOTE-OPR-ABERTO
                END-IF
                MOVE 'N' TO LOTE-FIM-SPOOL
                COMPUTE SPL-NUMERO = LOTE-ULTIMO-SPOOL + 1
                START SPOOL-FILE KEY IS NOT LESS THAN SPL-NUMERO
                    INVALID KEY
                        MOVE 'Y' TO LOTE-FIM-SPOOL
                END-START
                PERFORM UNTIL LOTE-FIM-SPOOL = 'Y'
                    READ SPOOL-FILE NEXT RECORD
                        AT END MOVE 'Y' TO LOTE-FIM-SPOOL
                        NOT AT END
                            ADD 1 TO LOTE-RELATORIOS
                            PERFORM DISTRIBUIR-ENTRADA-SPOOL
                    END-READ
                END-PERFORM
                IF LOTE-OPR-ABERTO = 'S'
                    CLOSE OPERADORES-FILE
                END-IF
                CLOSE DISTRIBUICOES-FILE
            END-IF
            CLOSE SPOOL-FILE
        END-IF
        CLOSE SUBSCRICOES-FILE
    END-IF
    IF LOTE-ENTREGAS > ZERO
        DISPLAY "  " LOTE-RELATORIOS " relatorio(s) do passo"
            " distribuido(s) em " LOTE-ENTREGAS " entrega(s)."
        ADD LOTE-ENTREGAS TO LOTE-TOTAL-ENTREGAS
    END-IF.

ABRIR-DISTRIBUICOES.
    OPEN INPUT DISTRIBUICOES-FILE.
    IF DISTRIBUICOES-STATUS = "35"
        OPEN OUTPUT DISTRIBUICOES-FILE
        CLOSE DISTRIBUICOES-FILE
    ELSE
        IF DISTRIBUICOES-STATUS = "00"
            CLOSE DISTRIBUICOES-FILE
        END-IF
    END-IF
    MOVE ZERO TO DISTRIBUICOES-TENTATIVAS
    MOVE "99" TO DISTRIBUICOES-STATUS
    PERFORM UNTIL DISTRIBUICOES-STATUS = "00"
        OR DISTRIBUICOES-TENTATIVAS = 5
        OPEN I-O DISTRIBUICOES-FILE
        IF DISTRIBUICOES-STATUS NOT = "00"
            ADD 1 TO DISTRIBUICOES-TENTATIVAS
        END-IF
    END-PERFORM.

DISTRIBUIR-ENTRADA-SPOOL.
    MOVE 'N' TO LOTE-FIM-SUBSCRICOES
    MOVE SPACES TO SUB-CHAVE
    MOVE SPL-PROGRAMA TO SUB-PROGRAMA
    START SUBSCRICOES-FILE KEY IS NOT LESS THAN SUB-CHAVE
        INVALID KEY
            MOVE 'Y' TO LOTE-FIM-SUBSCRICOES
    END-START
    PERFORM UNTIL LOTE-FIM-SUBSCRICOES = 'Y'
        READ SUBSCRICOES-FILE NEXT RECORD
            AT END MOVE 'Y' TO LOTE-FIM-SUBSCRICOES
            NOT AT END
                IF SUB-PROGRAMA NOT = SPL-PROGRAMA
                    MOVE 'Y' TO LOTE-FIM-SUBSCRICOES
                ELSE
                    IF SUB-ATIVA AND LOTE-OPR-ABERTO = 'S'
                        PERFORM EXPANDIR-SUBSCRICAO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

EXPANDIR-SUBSCRICAO.
*> por operador le-se o proprio; por nivel ou departamento
*> percorre-se o ficheiro de operadores a procura dos que
*> pertencem ao grupo.
    IF SUB-POR-OPERADOR
        MOVE SUB-DESTINATARIO TO OPR-ID
        READ OPERADORES-FILE KEY IS OPR-ID
            INVALID KEY
                DISPLAY "  Aviso: subscritor " SUB-DESTINATARIO
                    " de " SUB-PROGRAMA " nao existe."
            NOT INVALID KEY
                PERFORM ENTREGAR-RELATORIO
        END-READ
    ELSE
        MOVE 'N' TO LOTE-FIM-OPERADORES
        MOVE LOW-VALUES TO OPR-ID
        START OPERADORES-FILE KEY IS NOT LESS THAN OPR-ID
            INVALID KEY
                MOVE 'Y' TO LOTE-FIM-OPERADORES
        END-START
        PERFORM UNTIL LOTE-FIM-OPERADORES = 'Y'
            READ OPERADORES-FILE NEXT RECORD
                AT END MOVE 'Y' TO LOTE-FIM-OPERADORES
                NOT AT END
                    IF SUB-POR-NIVEL
                        AND OPR-NIVEL = SUB-DESTINATARIO (1:1)
                        PERFORM ENTREGAR-RELATORIO
                    END-IF
                    IF SUB-POR-DEPARTAMENTO
                        AND OPR-DEPARTAMENTO NOT = SPACES
                        AND OPR-DEPARTAMENTO = SUB-DESTINATARIO (1:4)
                        PERFORM ENTREGAR-RELATORIO
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

ENTREGAR-RELATORIO.
*> quem esta abrangido por mais de uma subscricao do mesmo
*> programa recebe o relatorio uma so vez.
    MOVE SPL-NUMERO TO DST-SPOOL-NUMERO
    MOVE OPR-ID TO DST-OPERADOR
    READ DISTRIBUICOES-FILE KEY IS DST-CHAVE
        INVALID KEY
            PERFORM ENTREGAR-A-OPERADOR
        NOT INVALID KEY
            CONTINUE
    END-READ.

ENTREGAR-A-OPERADOR.
    MOVE SPACES TO REGISTO-DISTRIBUICAO
    IF SUB-MEIO-IMPRESSAO
        PERFORM COLOCAR-NA-FILA-IMPRESSAO
    ELSE
        PERFORM ENFILEIRAR-RELATORIO-OPERADOR
    END-IF
    MOVE SPL-NUMERO TO DST-SPOOL-NUMERO
    MOVE OPR-ID TO DST-OPERADOR
    MOVE SPL-PROGRAMA TO DST-PROGRAMA
    MOVE SUB-TIPO TO DST-SUB-TIPO
    MOVE SUB-DESTINATARIO TO DST-SUB-DESTINATARIO
    MOVE SUB-MEIO TO DST-MEIO
    ACCEPT DST-DATA FROM DATE YYYYMMDD
    ACCEPT DST-HORA FROM TIME
    WRITE REGISTO-DISTRIBUICAO
        INVALID KEY
            REWRITE REGISTO-DISTRIBUICAO
    END-WRITE
    IF DST-FALHOU
        DISPLAY "  Aviso: relatorio " SPL-NUMERO " nao entregue a "
            OPR-ID "."
    ELSE
        ADD 1 TO LOTE-ENTREGAS
    END-IF.

ENFILEIRAR-RELATORIO-OPERADOR.
*> a mensagem segue para o correio do operador com o relatorio
*> em anexo; sem endereco valido fica na lista de papel da
*> proxima expedicao.
    MOVE "O" TO NTR-TIPO-DEST
    MOVE ZERO TO NTR-ID-DEST
    MOVE "RELSPOOL" TO NTR-MODELO
    MOVE SPACES TO NTR-REFERENCIA
    STRING OPR-ID DELIMITED BY SIZE
           SPL-NUMERO DELIMITED BY SIZE
           INTO NTR-REFERENCIA
    MOVE "executar_lote" TO NTR-PROGRAMA
    MOVE 2 TO NTR-PRIORIDADE
    MOVE ZERO TO NTR-CONTACTO-SEQ
    MOVE OPR-EMAIL TO NTR-EMAIL
    PERFORM VALIDAR-EMAIL
    IF NTR-VALIDO = 'S'
        MOVE "E" TO NTR-CANAL
        MOVE OPR-EMAIL TO NTR-DESTINO
    ELSE
        MOVE "P" TO NTR-CANAL
        MOVE SPACES TO NTR-DESTINO
    END-IF
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&NOME" TO NTR-FUS-TOKEN (1)
    MOVE OPR-NOME TO NTR-FUS-VALOR (1)
    MOVE "&RELATORIO" TO NTR-FUS-TOKEN (2)
    MOVE SPL-PROGRAMA TO NTR-FUS-VALOR (2)
    MOVE "&SPOOL" TO NTR-FUS-TOKEN (3)
    MOVE SPL-NUMERO TO NTR-FUS-VALOR (3)
    MOVE "&DATA" TO NTR-FUS-TOKEN (4)
    MOVE SPL-DATA TO NTR-FUS-VALOR (4)
    MOVE SPL-FICHEIRO TO NTR-ANEXO
    PERFORM ENFILEIRAR-NOTIFICACAO
    IF NTR-RESULTADO = 'E'
        MOVE "X" TO DST-RESULTADO
    ELSE
        IF NTR-CANAL = "E"
            MOVE "E" TO DST-RESULTADO
            MOVE OPR-EMAIL TO DST-DESTINO
        ELSE
            MOVE "P" TO DST-RESULTADO
            MOVE "(lista de papel)" TO DST-DESTINO
        END-IF
    END-IF.

COLOCAR-NA-FILA-IMPRESSAO.
*> a fila de impressao do dia junta as copias de todos os
*> subscritores, cada uma com a folha de rosto do destinatario.
    MOVE SPACES TO LOTE-FILA-NOME
    STRING "FILA-IMPRESSAO-" DELIMITED BY SIZE
           LOTE-DATA DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO LOTE-FILA-NOME
    MOVE LOTE-FILA-NOME TO DST-DESTINO
    OPEN EXTEND FILA-IMPRESSAO-FILE.
    IF LOTE-FILA-STATUS = "35"
        OPEN OUTPUT FILA-IMPRESSAO-FILE
    END-IF
    IF LOTE-FILA-STATUS NOT = "00"
        MOVE "X" TO DST-RESULTADO
    ELSE
        MOVE "I" TO DST-RESULTADO
        MOVE ALL "=" TO LINHA-FILA
        WRITE LINHA-FILA
        MOVE SPACES TO LINHA-FILA
        STRING "PARA: " DELIMITED BY SIZE
               OPR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPR-NOME DELIMITED BY SIZE
               "  DEPTO " DELIMITED BY SIZE
               OPR-DEPARTAMENTO DELIMITED BY SIZE
               INTO LINHA-FILA
        WRITE LINHA-FILA
        MOVE SPACES TO LINHA-FILA
        STRING "RELATORIO: " DELIMITED BY SIZE
               SPL-PROGRAMA DELIMITED BY SIZE
               "  SPOOL " DELIMITED BY SIZE
               SPL-NUMERO DELIMITED BY SIZE
               "  DE " DELIMITED BY SIZE
               SPL-DATA DELIMITED BY SIZE
               INTO LINHA-FILA
        WRITE LINHA-FILA
        MOVE ALL "=" TO LINHA-FILA
        WRITE LINHA-FILA
        MOVE SPL-FICHEIRO TO LOTE-RELATORIO-NOME
        OPEN INPUT RELATORIO-FILE
        IF LOTE-RELATORIO-STATUS NOT = "00"
            MOVE SPACES TO LINHA-FILA
            STRING "(ficheiro " DELIMITED BY SIZE
                   SPL-FICHEIRO DELIMITED BY SPACE
                   " indisponivel)" DELIMITED BY SIZE
                   INTO LINHA-FILA
            WRITE LINHA-FILA
            MOVE "X" TO DST-RESULTADO
        ELSE
            MOVE 'N' TO LOTE-FIM-RELATORIO
            PERFORM UNTIL LOTE-FIM-RELATORIO = 'Y'
                READ RELATORIO-FILE
                    AT END MOVE 'Y' TO LOTE-FIM-RELATORIO
                    NOT AT END
                        MOVE LINHA-RELATORIO TO LINHA-FILA
                        WRITE LINHA-FILA
                END-READ
            END-PERFORM
            CLOSE RELATORIO-FILE
        END-IF
        CLOSE FILA-IMPRESSAO-FILE
    END-IF.

COPY "pnotificacao.cbl".
