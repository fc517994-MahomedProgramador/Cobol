*>****************************************************************
*> Author:
*> Date:
*> Purpose: liquidacao diaria dos pagamentos Multibanco. Le o
*>          ficheiro de pagamentos da SIBS (SIBS-PAGAMENTOS.dat,
*>          registos de largura fixa: 0 cabecalho, 2 pagamento,
*>          9 rodape com numero de pagamentos e total em
*>          centimos), casa cada pagamento com a referencia de
*>          REFERENCIASMB.dat gerada por gerar_propinas ou
*>          gerir_plano_pagamento, soma-o a PRO-TOTAL-PAGO em
*>          PROPINAS.dat com o movimento P em PROPMOV.dat, marca
*>          a referencia como paga e emite o recibo numerado em
*>          RECIBOS.dat (metodo Multibanco, sem sessao de caixa),
*>          impresso em RECIBOS-SIBS-<AAAAMMDD>.dat. Um pagamento
*>          ja liquidado com a mesma transacao e ignorado, pelo
*>          que o ficheiro pode ser reprocessado. Os restantes
*>          vao para BANCO-SUSPENSO.dat com o motivo: M01
*>          referencia inexistente, M02 referencia ja paga ou
*>          anulada, M03 montante diferente do da referencia,
*>          M04 entidade diferente, M05 conta aluno/semestre
*>          inexistente, M06 registo ilegivel.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. importar_sibs.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slrecibo.cbl".
     COPY "slrefmb.cbl".

     SELECT SIBS-FILE
         ASSIGN TO SIB-FICHEIRO-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SIB-FICHEIRO-STATUS.

     SELECT SUSPENSO-FILE
         ASSIGN TO SIB-SUSPENSO-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SIB-SUSPENSO-STATUS.

     SELECT RECIBO-IMP-FILE
         ASSIGN TO SIB-RECIBOS-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SIB-RECIBOS-STATUS.

DATA DIVISION.
FILE SECTION.
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdrecibo.cbl".
  COPY "fdrefmb.cbl".

  FD SIBS-FILE.
  01 LINHA-SIBS              PIC X(80).

  FD SUSPENSO-FILE.
  01 LINHA-SUSPENSO          PIC X(130).

  FD RECIBO-IMP-FILE.
  01 LINHA-RECIBO            PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsrecibo.cbl".
  COPY "wsrefmb.cbl".
    77 SIB-FICHEIRO-NOME     PIC X(40) VALUE "SIBS-PAGAMENTOS.dat".
    77 SIB-FICHEIRO-NOME-ENV PIC X(40).
    77 SIB-FICHEIRO-STATUS   PIC X(2) VALUE "00".
    77 SIB-SUSPENSO-NOME     PIC X(40) VALUE "BANCO-SUSPENSO.dat".
    77 SIB-SUSPENSO-STATUS   PIC X(2) VALUE "00".
    77 SIB-RECIBOS-NOME      PIC X(40).
    77 SIB-RECIBOS-STATUS    PIC X(2) VALUE "00".
    77 SIB-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 SIB-FIM-RECIBOS       PIC X VALUE 'N'.
    77 SIB-TEM-RODAPE        PIC X VALUE 'N'.
    77 SIB-MOTIVO            PIC X(3).
    77 SIB-VALOR             PIC 9(7)V99.
    77 SIB-REF-MOV           PIC X(10).
    77 SIB-DATA              PIC 9(8).
    77 SIB-NUMERO-BASE       PIC 9(12) VALUE ZERO.
    77 SIB-RECIBO-SEQ        PIC 9(4) VALUE ZERO.
    77 SIB-NUMERO-RECIBO     PIC 9(12) VALUE ZERO.
    77 SIB-RECIBO-OK         PIC X VALUE 'N'.
    77 SIB-TENTATIVAS-NUM    PIC 9(2) VALUE ZERO.
    77 SIB-TOTAL-LIDOS       PIC 9(6) VALUE ZERO.
    77 SIB-TOTAL-LIQUIDADOS  PIC 9(6) VALUE ZERO.
    77 SIB-TOTAL-REPETIDOS   PIC 9(6) VALUE ZERO.
    77 SIB-TOTAL-SUSPENSOS   PIC 9(6) VALUE ZERO.
    77 SIB-TOTAL-SEM-RECIBO  PIC 9(6) VALUE ZERO.
    77 SIB-TOTAL-CENTIMOS    PIC 9(12) VALUE ZERO.
    77 SIB-RODAPE-QTD        PIC 9(6) VALUE ZERO.
    77 SIB-RODAPE-CENTIMOS   PIC 9(12) VALUE ZERO.
    77 SIB-TOTAL-VALOR       PIC 9(9)V99 VALUE ZERO.
    77 SIB-VALOR-ED          PIC Z(7)9.99.

*> registo de pagamento do ficheiro SIBS (tipo 2)
    01 SIB-DETALHE.
      05 SIB-DET-TIPO        PIC X.
      05 SIB-DET-ENTIDADE    PIC 9(5).
      05 SIB-DET-REFERENCIA  PIC 9(9).
      05 SIB-DET-MONTANTE    PIC 9(8).
      05 SIB-DET-DATA        PIC 9(8).
      05 SIB-DET-HORA        PIC 9(6).
      05 SIB-DET-TRANSACAO   PIC X(10).
      05 SIB-DET-TERMINAL    PIC X(10).
      05 FILLER              PIC X(23).
*> rodape (tipo 9)
    01 SIB-RODAPE REDEFINES SIB-DETALHE.
      05 SIB-ROD-TIPO        PIC X.
      05 SIB-ROD-QUANTIDADE  PIC 9(6).
      05 SIB-ROD-CENTIMOS    PIC 9(12).
      05 FILLER              PIC X(61).

PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvrecibo.cbl".
COPY "rvrefmb.cbl".

    ACCEPT SIB-FICHEIRO-NOME-ENV FROM ENVIRONMENT "SIBS_PAGAMENTOS"
    IF SIB-FICHEIRO-NOME-ENV NOT = SPACES
        MOVE SIB-FICHEIRO-NOME-ENV TO SIB-FICHEIRO-NOME
    END-IF
    PERFORM IMPORTAR-SIBS.
GOBACK.

IMPORTAR-SIBS.
    ACCEPT SIB-DATA FROM DATE YYYYMMDD
    OPEN INPUT SIBS-FILE.
    IF SIB-FICHEIRO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " SIB-FICHEIRO-NOME ". Status: "
            SIB-FICHEIRO-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM ABRIR-FICHEIROS-LIQUIDACAO
        IF PROPINAS-STATUS NOT = "00" OR REFMB-STATUS NOT = "00"
            OR RECIBOS-STATUS NOT = "00"
            PERFORM FECHAR-FICHEIROS-LIQUIDACAO
            CLOSE SIBS-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM ATRIBUIR-SERIE-RECIBOS
            OPEN EXTEND PROPMOV-FILE
            IF PROPMOV-STATUS NOT = "00"
                OPEN OUTPUT PROPMOV-FILE
            END-IF
            OPEN EXTEND SUSPENSO-FILE
            IF SIB-SUSPENSO-STATUS NOT = "00"
                OPEN OUTPUT SUSPENSO-FILE
            END-IF
            MOVE SPACES TO SIB-RECIBOS-NOME
            STRING "RECIBOS-SIBS-" DELIMITED BY SIZE
                   SIB-DATA DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO SIB-RECIBOS-NOME
            OPEN EXTEND RECIBO-IMP-FILE
            IF SIB-RECIBOS-STATUS NOT = "00"
                OPEN OUTPUT RECIBO-IMP-FILE
            END-IF
            PERFORM UNTIL SIB-FIM-FICHEIRO = 'Y'
                READ SIBS-FILE
                    AT END MOVE 'Y' TO SIB-FIM-FICHEIRO
                    NOT AT END
                        PERFORM TRATAR-LINHA-SIBS
                END-READ
            END-PERFORM
            CLOSE RECIBO-IMP-FILE
            CLOSE SUSPENSO-FILE
            CLOSE PROPMOV-FILE
            PERFORM FECHAR-FICHEIROS-LIQUIDACAO
            CLOSE SIBS-FILE
            PERFORM VERIFICAR-RODAPE
            DISPLAY "==============================="
            DISPLAY "Pagamentos lidos: " SIB-TOTAL-LIDOS
            DISPLAY "Pagamentos liquidados: " SIB-TOTAL-LIQUIDADOS
            DISPLAY "Ja liquidados (ignorados): " SIB-TOTAL-REPETIDOS
            DISPLAY "Pagamentos em suspenso: " SIB-TOTAL-SUSPENSOS
            MOVE SIB-TOTAL-VALOR TO SIB-VALOR-ED
            DISPLAY "Valor liquidado: " SIB-VALOR-ED
            DISPLAY "Recibos impressos em " SIB-RECIBOS-NOME
            DISPLAY "Lista de trabalho em " SIB-SUSPENSO-NOME
            DISPLAY "==============================="
            IF SIB-TOTAL-SUSPENSOS > ZERO
                OR SIB-TOTAL-SEM-RECIBO > ZERO
                OR SIB-TEM-RODAPE NOT = 'S'
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

ABRIR-FICHEIROS-LIQUIDACAO.
    MOVE ZERO TO PROPINAS-TENTATIVAS
    OPEN I-O PROPINAS-FILE
    PERFORM UNTIL PROPINAS-STATUS = "00"
        OR PROPINAS-TENTATIVAS = 5
        ADD 1 TO PROPINAS-TENTATIVAS
        OPEN I-O PROPINAS-FILE
    END-PERFORM
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROPINAS-FILE. Status: "
            PROPINAS-STATUS
    END-IF
    MOVE ZERO TO REFMB-TENTATIVAS
    OPEN I-O REFMB-FILE
    PERFORM UNTIL REFMB-STATUS = "00"
        OR REFMB-TENTATIVAS = 5
        ADD 1 TO REFMB-TENTATIVAS
        OPEN I-O REFMB-FILE
    END-PERFORM
    IF REFMB-STATUS NOT = "00"
        DISPLAY "Erro ao abrir REFMB-FILE. Status: "
            REFMB-STATUS
    END-IF
    OPEN I-O RECIBOS-FILE
    IF RECIBOS-STATUS = "35"
        OPEN OUTPUT RECIBOS-FILE
        CLOSE RECIBOS-FILE
        OPEN I-O RECIBOS-FILE
    END-IF
    MOVE ZERO TO RECIBOS-TENTATIVAS
    PERFORM UNTIL RECIBOS-STATUS = "00"
        OR RECIBOS-TENTATIVAS = 5
        ADD 1 TO RECIBOS-TENTATIVAS
        OPEN I-O RECIBOS-FILE
    END-PERFORM
    IF RECIBOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir RECIBOS-FILE. Status: "
            RECIBOS-STATUS
    END-IF.

FECHAR-FICHEIROS-LIQUIDACAO.
    IF PROPINAS-STATUS = "00"
        CLOSE PROPINAS-FILE
    END-IF
    IF REFMB-STATUS = "00"
        CLOSE REFMB-FILE
    END-IF
    IF RECIBOS-STATUS = "00"
        CLOSE RECIBOS-FILE
    END-IF.

ATRIBUIR-SERIE-RECIBOS.
*> mesma serie dos recibos de balcao (registar_pagamento): base
*> igual a data do dia vezes 10000, continuando do ultimo numero
*> ja registado nesse dia.
    COMPUTE SIB-NUMERO-BASE = SIB-DATA * 10000
    MOVE ZERO TO SIB-RECIBO-SEQ
    MOVE 'N' TO SIB-FIM-RECIBOS
    MOVE SIB-NUMERO-BASE TO RCB-NUMERO
    START RECIBOS-FILE KEY IS NOT LESS THAN RCB-NUMERO
        INVALID KEY
            MOVE 'Y' TO SIB-FIM-RECIBOS
    END-START
    PERFORM UNTIL SIB-FIM-RECIBOS = 'Y'
        READ RECIBOS-FILE NEXT RECORD
            AT END MOVE 'Y' TO SIB-FIM-RECIBOS
            NOT AT END
                IF RCB-NUMERO > SIB-NUMERO-BASE + 9999
                    MOVE 'Y' TO SIB-FIM-RECIBOS
                ELSE
                    COMPUTE SIB-RECIBO-SEQ =
                        RCB-NUMERO - SIB-NUMERO-BASE
                END-IF
        END-READ
    END-PERFORM.

TRATAR-LINHA-SIBS.
    MOVE LINHA-SIBS TO SIB-DETALHE
    EVALUATE LINHA-SIBS (1:1)
        WHEN "0"
            CONTINUE
        WHEN "9"
            MOVE 'S' TO SIB-TEM-RODAPE
            MOVE SIB-ROD-QUANTIDADE TO SIB-RODAPE-QTD
            MOVE SIB-ROD-CENTIMOS TO SIB-RODAPE-CENTIMOS
        WHEN "2"
            ADD 1 TO SIB-TOTAL-LIDOS
            IF SIB-DET-MONTANTE NUMERIC
                ADD SIB-DET-MONTANTE TO SIB-TOTAL-CENTIMOS
            END-IF
            MOVE SPACES TO SIB-MOTIVO
            PERFORM VALIDAR-PAGAMENTO-SIBS
            IF SIB-MOTIVO = SPACES
                PERFORM LIQUIDAR-PAGAMENTO
            END-IF
            IF SIB-MOTIVO NOT = SPACES
                PERFORM SUSPENDER-PAGAMENTO
            END-IF
        WHEN OTHER
            IF LINHA-SIBS NOT = SPACES
                MOVE "M06" TO SIB-MOTIVO
                PERFORM SUSPENDER-PAGAMENTO
            END-IF
    END-EVALUATE.

VALIDAR-PAGAMENTO-SIBS.
*> a referencia tem de existir, estar ativa e ser paga pelo
*> montante exato para a entidade da escola; uma referencia ja
*> paga pela mesma transacao e reprocessamento e nao suspende.
    IF SIB-DET-REFERENCIA NOT NUMERIC
        OR SIB-DET-MONTANTE NOT NUMERIC
        OR SIB-DET-ENTIDADE NOT NUMERIC
        MOVE "M06" TO SIB-MOTIVO
    ELSE
        MOVE SIB-DET-REFERENCIA TO RMB-REFERENCIA
        READ REFMB-FILE KEY IS RMB-REFERENCIA
            INVALID KEY
                MOVE "M01" TO SIB-MOTIVO
            NOT INVALID KEY
                COMPUTE SIB-VALOR = SIB-DET-MONTANTE / 100
                EVALUATE TRUE
                    WHEN RMB-PAGA
                        AND RMB-TRANSACAO = SIB-DET-TRANSACAO
                        ADD 1 TO SIB-TOTAL-REPETIDOS
                        MOVE "REP" TO SIB-MOTIVO
                    WHEN NOT RMB-ATIVA
                        MOVE "M02" TO SIB-MOTIVO
                    WHEN SIB-DET-ENTIDADE NOT = RMB-ENTIDADE
                        MOVE "M04" TO SIB-MOTIVO
                    WHEN SIB-VALOR NOT = RMB-VALOR
                        MOVE "M03" TO SIB-MOTIVO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-IF.

LIQUIDAR-PAGAMENTO.
    MOVE RMB-ID-ALUNO TO PRO-ID-ALUNO
    MOVE RMB-SEMESTRE TO PRO-SEMESTRE
    READ PROPINAS-FILE KEY IS PRO-CHAVE
        INVALID KEY
            MOVE "M05" TO SIB-MOTIVO
        NOT INVALID KEY
            ADD SIB-VALOR TO PRO-TOTAL-PAGO
            REWRITE REGISTO-PROPINA
            MOVE SPACES TO SIB-REF-MOV
            STRING "M" DELIMITED BY SIZE
                   RMB-REFERENCIA DELIMITED BY SIZE
                   INTO SIB-REF-MOV
            MOVE SIB-DET-DATA TO MOV-DATA
            MOVE RMB-ID-ALUNO TO MOV-ID-ALUNO
            MOVE RMB-SEMESTRE TO MOV-SEMESTRE
            MOVE "P" TO MOV-TIPO
            MOVE SIB-VALOR TO MOV-VALOR
            MOVE SIB-REF-MOV TO MOV-REFERENCIA
            WRITE REGISTO-PROPMOV
            PERFORM EMITIR-RECIBO-SIBS
            MOVE "P" TO RMB-ESTADO
            MOVE SIB-DET-DATA TO RMB-DATA-PAGAMENTO
            MOVE SIB-DET-TRANSACAO TO RMB-TRANSACAO
            MOVE SIB-NUMERO-RECIBO TO RMB-NUMERO-RECIBO
            REWRITE REGISTO-REFMB
            ADD 1 TO SIB-TOTAL-LIQUIDADOS
            ADD SIB-VALOR TO SIB-TOTAL-VALOR
    END-READ.

EMITIR-RECIBO-SIBS.
*> se outro posto gravar entretanto o mesmo numero avanca para o
*> seguinte; o pagamento fica liquidado mesmo sem recibo, que se
*> pode emitir depois ao balcao.
    MOVE 'N' TO SIB-RECIBO-OK
    MOVE ZERO TO SIB-NUMERO-RECIBO
    MOVE ZERO TO SIB-TENTATIVAS-NUM
    PERFORM UNTIL SIB-RECIBO-OK = 'S' OR SIB-TENTATIVAS-NUM = 5
        ADD 1 TO SIB-TENTATIVAS-NUM
        ADD 1 TO SIB-RECIBO-SEQ
        COMPUTE RCB-NUMERO = SIB-NUMERO-BASE + SIB-RECIBO-SEQ
        MOVE RMB-ID-ALUNO TO RCB-ID-ALUNO
        MOVE RMB-SEMESTRE TO RCB-SEMESTRE
        MOVE SIB-DATA TO RCB-DATA-EMISSAO
        MOVE SIB-VALOR TO RCB-VALOR
        MOVE SIB-REF-MOV TO RCB-REFERENCIA
        MOVE "SIBS" TO RCB-OPERADOR
        MOVE ZERO TO RCB-REIMPRESSOES
        MOVE ZERO TO RCB-SESSAO-CAIXA
        MOVE "M" TO RCB-METODO
        WRITE REGISTO-RECIBO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO SIB-RECIBO-OK
                MOVE RCB-NUMERO TO SIB-NUMERO-RECIBO
        END-WRITE
    END-PERFORM
    IF SIB-RECIBO-OK = 'S'
        PERFORM IMPRIMIR-RECIBO-SIBS
    ELSE
        ADD 1 TO SIB-TOTAL-SEM-RECIBO
        DISPLAY "Aviso: pagamento " SIB-DET-TRANSACAO
            " liquidado SEM recibo emitido."
    END-IF.

IMPRIMIR-RECIBO-SIBS.
    MOVE ALL "=" TO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE "              RECIBO OFICIAL DE PAGAMENTO"
        TO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE ALL "=" TO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE SPACES TO LINHA-RECIBO
    STRING "Recibo numero: " DELIMITED BY SIZE
           RCB-NUMERO DELIMITED BY SIZE
           INTO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE SPACES TO LINHA-RECIBO
    STRING "Aluno: " DELIMITED BY SIZE
           RCB-ID-ALUNO DELIMITED BY SIZE
           "   Semestre: " DELIMITED BY SIZE
           RCB-SEMESTRE DELIMITED BY SIZE
           INTO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE SPACES TO LINHA-RECIBO
    MOVE RCB-VALOR TO SIB-VALOR-ED
    STRING "Valor recebido: " DELIMITED BY SIZE
           SIB-VALOR-ED DELIMITED BY SIZE
           "   Referencia: " DELIMITED BY SIZE
           RCB-REFERENCIA DELIMITED BY SIZE
           INTO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE SPACES TO LINHA-RECIBO
    STRING "Pago por Multibanco em " DELIMITED BY SIZE
           SIB-DET-DATA DELIMITED BY SIZE
           "   Transacao: " DELIMITED BY SIZE
           SIB-DET-TRANSACAO DELIMITED BY SIZE
           INTO LINHA-RECIBO
    WRITE LINHA-RECIBO
    MOVE SPACES TO LINHA-RECIBO
    STRING "Data: " DELIMITED BY SIZE
           RCB-DATA-EMISSAO DELIMITED BY SIZE
           "   Operador: " DELIMITED BY SIZE
           RCB-OPERADOR DELIMITED BY SIZE
           INTO LINHA-RECIBO
    WRITE LINHA-RECIBO.

SUSPENDER-PAGAMENTO.
    IF SIB-MOTIVO NOT = "REP"
        ADD 1 TO SIB-TOTAL-SUSPENSOS
        MOVE SPACES TO LINHA-SUSPENSO
        STRING SIB-MOTIVO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LINHA-SIBS DELIMITED BY SIZE
               INTO LINHA-SUSPENSO
        WRITE LINHA-SUSPENSO
        DISPLAY "SUSPENSO (" SIB-MOTIVO "): " LINHA-SIBS (1:50)
    END-IF.

VERIFICAR-RODAPE.
*> o rodape traz o numero de pagamentos e o total em centimos; um
*> ficheiro sem rodape ou com contagem diferente pode estar
*> truncado e tem de ser visto antes de novo envio.
    IF SIB-TEM-RODAPE NOT = 'S'
        DISPLAY "Aviso: ficheiro SIBS sem rodape (tipo 9)."
    ELSE
        IF SIB-RODAPE-QTD NOT = SIB-TOTAL-LIDOS
            OR SIB-RODAPE-CENTIMOS NOT = SIB-TOTAL-CENTIMOS
            DISPLAY "Aviso: rodape indica " SIB-RODAPE-QTD
                " pagamentos / " SIB-RODAPE-CENTIMOS
                " centimos e foram lidos " SIB-TOTAL-LIDOS
                " / " SIB-TOTAL-CENTIMOS "."
            MOVE 'N' TO SIB-TEM-RODAPE
        END-IF
    END-IF.
