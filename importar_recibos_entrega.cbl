$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: carregamento dos recibos de entrega devolvidos pelo
*>          gateway de correio/SMS (RECIBOSENTREGA.csv, ou o nome
*>          em RECIBOS_ENTREGA_CSV) para a caixa de saida de
*>          notificacoes (NOTIFICACOES.dat). Uma linha por
*>          mensagem: id;estado;data;motivo, com o id tal como
*>          saiu no extrato de expedir_notificacoes e o estado D
*>          (entregue), B (devolvida) ou F (falhada). A mensagem
*>          fica com o estado, a data do recibo e o motivo; as
*>          devolvidas e falhadas entram na lista de papel da
*>          proxima expedicao. As linhas rejeitadas sao copiadas
*>          para RECIBOSENTREGA-REJEITADAS.csv com o motivo.
*>          Codigos de motivo: R01 campos em falta ou data nao
*>          numerica, R02 estado invalido, R03 mensagem
*>          desconhecida, R04 mensagem ainda nao expedida.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. importar_recibos_entrega.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slnotificacao.cbl".

     SELECT RECIBOS-CSV-FILE
         ASSIGN TO IRE-CSV-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS IRE-CSV-STATUS.

     SELECT REJEITADAS-FILE
         ASSIGN TO IRE-REJ-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdnotificacao.cbl".

  FD RECIBOS-CSV-FILE.
  01 LINHA-CSV-RECIBO        PIC X(100).

  FD REJEITADAS-FILE.
  01 LINHA-REJEITADA         PIC X(110).

WORKING-STORAGE SECTION.
  COPY "wsnotificacao.cbl".
    77 IRE-CSV-NOME          PIC X(40) VALUE "RECIBOSENTREGA.csv".
    77 IRE-CSV-NOME-ENV      PIC X(40).
    77 IRE-CSV-STATUS        PIC X(2) VALUE "00".
    77 IRE-REJ-NOME          PIC X(40)
        VALUE "RECIBOSENTREGA-REJEITADAS.csv".
    77 IRE-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 IRE-CAMPO-ID          PIC X(34).
    77 IRE-CAMPO-ESTADO      PIC X(5).
    77 IRE-CAMPO-DATA        PIC X(10).
    77 IRE-CAMPO-MOTIVO      PIC X(30).
    77 IRE-MOTIVO            PIC X(3).
    77 IRE-DATA              PIC 9(8).
    77 IRE-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    77 IRE-TOTAL-ENTREGUES   PIC 9(5) VALUE ZERO.
    77 IRE-TOTAL-DEVOLVIDAS  PIC 9(5) VALUE ZERO.
    77 IRE-TOTAL-FALHADAS    PIC 9(5) VALUE ZERO.
    77 IRE-TOTAL-REJEITADAS  PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvnotificacao.cbl".

    ACCEPT IRE-CSV-NOME-ENV FROM ENVIRONMENT "RECIBOS_ENTREGA_CSV"
    IF IRE-CSV-NOME-ENV NOT = SPACES
        MOVE IRE-CSV-NOME-ENV TO IRE-CSV-NOME
    END-IF
    PERFORM IMPORTAR-RECIBOS.
GOBACK.

IMPORTAR-RECIBOS.
    OPEN INPUT RECIBOS-CSV-FILE.
    IF IRE-CSV-STATUS NOT = "00"
        DISPLAY "Erro ao abrir " IRE-CSV-NOME ". Status: "
            IRE-CSV-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE ZERO TO NOTIFICACOES-TENTATIVAS
        MOVE "99" TO NOTIFICACOES-STATUS
        PERFORM UNTIL NOTIFICACOES-STATUS = "00"
            OR NOTIFICACOES-TENTATIVAS = 5
            OPEN I-O NOTIFICACOES-FILE
            IF NOTIFICACOES-STATUS NOT = "00"
                ADD 1 TO NOTIFICACOES-TENTATIVAS
            END-IF
        END-PERFORM
        IF NOTIFICACOES-STATUS NOT = "00"
            DISPLAY "Erro ao abrir NOTIFICACOES-FILE. Status: "
                NOTIFICACOES-STATUS
            CLOSE RECIBOS-CSV-FILE
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN OUTPUT REJEITADAS-FILE
            PERFORM UNTIL IRE-FIM-FICHEIRO = 'Y'
                READ RECIBOS-CSV-FILE
                    AT END MOVE 'Y' TO IRE-FIM-FICHEIRO
                    NOT AT END
                        PERFORM TRATAR-LINHA-RECIBO
                END-READ
            END-PERFORM
            CLOSE REJEITADAS-FILE
            CLOSE NOTIFICACOES-FILE
            CLOSE RECIBOS-CSV-FILE
            DISPLAY "==============================="
            DISPLAY "Linhas lidas: " IRE-TOTAL-LINHAS
            DISPLAY "Entregues: " IRE-TOTAL-ENTREGUES
            DISPLAY "Devolvidas: " IRE-TOTAL-DEVOLVIDAS
            DISPLAY "Falhadas: " IRE-TOTAL-FALHADAS
            DISPLAY "Linhas rejeitadas: " IRE-TOTAL-REJEITADAS
            DISPLAY "Rejeitadas em " IRE-REJ-NOME
            DISPLAY "==============================="
            IF IRE-TOTAL-REJEITADAS > ZERO
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

TRATAR-LINHA-RECIBO.
    IF LINHA-CSV-RECIBO = SPACES
        CONTINUE
    ELSE
        ADD 1 TO IRE-TOTAL-LINHAS
        MOVE SPACES TO IRE-CAMPO-ID
        MOVE SPACES TO IRE-CAMPO-ESTADO
        MOVE SPACES TO IRE-CAMPO-DATA
        MOVE SPACES TO IRE-CAMPO-MOTIVO
        UNSTRING LINHA-CSV-RECIBO DELIMITED BY ";"
            INTO IRE-CAMPO-ID IRE-CAMPO-ESTADO
                 IRE-CAMPO-DATA IRE-CAMPO-MOTIVO
        END-UNSTRING
        MOVE SPACES TO IRE-MOTIVO
        PERFORM VALIDAR-LINHA-RECIBO
        IF IRE-MOTIVO = SPACES
            PERFORM GRAVAR-RECIBO-ENTREGA
        ELSE
            PERFORM REJEITAR-LINHA-RECIBO
        END-IF
    END-IF.

VALIDAR-LINHA-RECIBO.
    IF IRE-CAMPO-ID = SPACES
        OR FUNCTION TRIM (IRE-CAMPO-DATA) NOT NUMERIC
        MOVE "R01" TO IRE-MOTIVO
    ELSE
        COMPUTE IRE-DATA = FUNCTION NUMVAL (IRE-CAMPO-DATA)
        IF IRE-CAMPO-ESTADO (1:1) NOT = "D"
            AND IRE-CAMPO-ESTADO (1:1) NOT = "B"
            AND IRE-CAMPO-ESTADO (1:1) NOT = "F"
            MOVE "R02" TO IRE-MOTIVO
        ELSE
            MOVE IRE-CAMPO-ID TO NTF-CHAVE
            READ NOTIFICACOES-FILE KEY IS NTF-CHAVE
                INVALID KEY
                    MOVE "R03" TO IRE-MOTIVO
                NOT INVALID KEY
                    IF NTF-PENDENTE OR NTF-LISTADA-PAPEL
                        MOVE "R04" TO IRE-MOTIVO
                    END-IF
            END-READ
        END-IF
    END-IF.

GRAVAR-RECIBO-ENTREGA.
*> o ultimo recibo prevalece: o gateway pode dar uma mensagem por
*> entregue e mais tarde devolvida.
    MOVE IRE-CAMPO-ESTADO (1:1) TO NTF-ESTADO
    MOVE IRE-DATA TO NTF-DATA-RECIBO
    MOVE IRE-CAMPO-MOTIVO TO NTF-MOTIVO
    REWRITE REGISTO-NOTIFICACAO
    EVALUATE TRUE
        WHEN NTF-ENTREGUE
            ADD 1 TO IRE-TOTAL-ENTREGUES
        WHEN NTF-DEVOLVIDA
            ADD 1 TO IRE-TOTAL-DEVOLVIDAS
        WHEN NTF-FALHADA
            ADD 1 TO IRE-TOTAL-FALHADAS
    END-EVALUATE.

REJEITAR-LINHA-RECIBO.
    ADD 1 TO IRE-TOTAL-REJEITADAS
    MOVE SPACES TO LINHA-REJEITADA
    STRING IRE-MOTIVO DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           LINHA-CSV-RECIBO DELIMITED BY SIZE
           INTO LINHA-REJEITADA
    WRITE LINHA-REJEITADA.
