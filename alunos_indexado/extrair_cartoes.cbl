*>****************************************************************
*> Author:
*> Date:
*> Purpose: lote dos cartoes de estudante. Grava o ficheiro para a
*>          grafica (CARTOES-GRAFICA-<data>.csv) com os cartoes
*>          ativos pendentes de envio, novos ou 2as vias, e a
*>          lista para a seguranca dos edificios
*>          (CARTOES-CANCELADOS-<data>.dat) com os cartoes
*>          perdidos, substituidos ou cancelados ainda nao
*>          comunicados. Cada cartao incluido fica marcado com a
*>          data de envio ou de comunicacao, pelo que um cartao so
*>          sai uma vez em cada lista. Os dois ficheiros ficam no
*>          spool.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. extrair_cartoes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcartao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT GRAFICA-FILE
         ASSIGN TO EXC-NOME-GRAFICA
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT SEGURANCA-FILE
         ASSIGN TO EXC-NOME-SEGURANCA
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdcartao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD GRAFICA-FILE.
  01 LINHA-GRAFICA           PIC X(100).

  FD SEGURANCA-FILE.
  01 LINHA-SEGURANCA         PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wscartao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 EXC-NOME-GRAFICA      PIC X(40).
    77 EXC-NOME-SEGURANCA    PIC X(40).
    77 EXC-HOJE              PIC 9(8).
    77 EXC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 EXC-TOTAL-GRAFICA     PIC 9(5) VALUE ZERO.
    77 EXC-TOTAL-SEGURANCA   PIC 9(5) VALUE ZERO.
    77 EXC-LINHAS-GRAFICA    PIC 9(5) VALUE ZERO.
    77 EXC-LINHAS-SEGURANCA  PIC 9(5) VALUE ZERO.
    77 EXC-TIPO              PIC X(5).
    77 EXC-ESTADO-TXT        PIC X(12).
    77 EXC-NUM-ED            PIC ZZZZ9.

PROCEDURE DIVISION.
COPY "rvcartao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para extrair cartoes."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT EXC-HOJE FROM DATE YYYYMMDD
    PERFORM EXTRAIR-CARTOES.
GOBACK.

EXTRAIR-CARTOES.
    MOVE ZERO TO CARTOES-TENTATIVAS
    MOVE "99" TO CARTOES-STATUS
    PERFORM UNTIL CARTOES-STATUS = "00" OR CARTOES-TENTATIVAS = 5
        OPEN I-O CARTOES-FILE
        IF CARTOES-STATUS NOT = "00"
            ADD 1 TO CARTOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF CARTOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CARTOES-FILE. Status: " CARTOES-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO EXC-NOME-GRAFICA
        STRING "CARTOES-GRAFICA-" DELIMITED BY SIZE
               EXC-HOJE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO EXC-NOME-GRAFICA
        MOVE SPACES TO EXC-NOME-SEGURANCA
        STRING "CARTOES-CANCELADOS-" DELIMITED BY SIZE
               EXC-HOJE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO EXC-NOME-SEGURANCA
        OPEN OUTPUT GRAFICA-FILE
        OPEN OUTPUT SEGURANCA-FILE
        MOVE "NUMERO,ID,NOME,PLANO,EMISSAO,VALIDADE,TIPO"
            TO LINHA-GRAFICA
        PERFORM ESCREVER-LINHA-GRAFICA
        PERFORM ESCREVER-CABECALHO-SEGURANCA
        MOVE 'N' TO EXC-FIM-FICHEIRO
        PERFORM UNTIL EXC-FIM-FICHEIRO = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO EXC-FIM-FICHEIRO
                NOT AT END
                    PERFORM AVALIAR-CARTAO
            END-READ
        END-PERFORM
        MOVE EXC-TOTAL-SEGURANCA TO EXC-NUM-ED
        MOVE SPACES TO LINHA-SEGURANCA
        PERFORM ESCREVER-LINHA-SEGURANCA
        MOVE SPACES TO LINHA-SEGURANCA
        STRING "Cartoes a bloquear: " DELIMITED BY SIZE
               EXC-NUM-ED DELIMITED BY SIZE
               INTO LINHA-SEGURANCA
        PERFORM ESCREVER-LINHA-SEGURANCA
        CLOSE SEGURANCA-FILE
        CLOSE GRAFICA-FILE
        CLOSE CARTOES-FILE
        MOVE "extrair_cartoes" TO SPR-PROGRAMA
        MOVE EXC-HOJE TO SPR-PARAMETROS
        MOVE EXC-NOME-GRAFICA TO SPR-FICHEIRO
        MOVE EXC-LINHAS-GRAFICA TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        MOVE "extrair_cartoes" TO SPR-PROGRAMA
        MOVE EXC-HOJE TO SPR-PARAMETROS
        MOVE EXC-NOME-SEGURANCA TO SPR-FICHEIRO
        MOVE EXC-LINHAS-SEGURANCA TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Cartoes para a grafica:  " EXC-TOTAL-GRAFICA
            " em " EXC-NOME-GRAFICA
        DISPLAY "Cartoes para a seguranca: " EXC-TOTAL-SEGURANCA
            " em " EXC-NOME-SEGURANCA
        MOVE 0 TO RETURN-CODE
    END-IF.

AVALIAR-CARTAO.
*> um cartao que deixou de valer antes de seguir para a grafica
*> ja nao e impresso.
    IF CRT-ATIVO AND CRT-POR-ENVIAR
        PERFORM ESCREVER-CARTAO-GRAFICA
        MOVE "E" TO CRT-ENVIO-GRAFICA
        MOVE EXC-HOJE TO CRT-DATA-ENVIO
        REWRITE REGISTO-CARTAO
    END-IF
    IF CRT-AVISO-PENDENTE
        PERFORM ESCREVER-CARTAO-SEGURANCA
        MOVE "E" TO CRT-AVISO-SEGURANCA
        MOVE EXC-HOJE TO CRT-DATA-AVISO
        REWRITE REGISTO-CARTAO
    END-IF.

ESCREVER-CARTAO-GRAFICA.
    IF CRT-SUBSTITUI = ZERO
        MOVE "NOVO" TO EXC-TIPO
    ELSE
        MOVE "2VIA" TO EXC-TIPO
    END-IF
    MOVE SPACES TO LINHA-GRAFICA
    STRING CRT-NUMERO DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CRT-ID-ALUNO DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CRT-NOME DELIMITED BY "  "
           "," DELIMITED BY SIZE
           CRT-PLANO DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           CRT-DATA-EMISSAO DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CRT-DATA-VALIDADE DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           EXC-TIPO DELIMITED BY SPACE
           INTO LINHA-GRAFICA
    PERFORM ESCREVER-LINHA-GRAFICA
    ADD 1 TO EXC-TOTAL-GRAFICA.

ESCREVER-CABECALHO-SEGURANCA.
    MOVE SPACES TO LINHA-SEGURANCA
    STRING "CARTOES DE ESTUDANTE A BLOQUEAR - " DELIMITED BY SIZE
           EXC-HOJE DELIMITED BY SIZE
           INTO LINHA-SEGURANCA
    PERFORM ESCREVER-LINHA-SEGURANCA
    MOVE SPACES TO LINHA-SEGURANCA
    PERFORM ESCREVER-LINHA-SEGURANCA
    MOVE "Cartao  Aluno  Nome                            Situacao      Desde"
        TO LINHA-SEGURANCA
    PERFORM ESCREVER-LINHA-SEGURANCA.

ESCREVER-CARTAO-SEGURANCA.
    EVALUATE TRUE
        WHEN CRT-PERDIDO
            MOVE "perdido" TO EXC-ESTADO-TXT
        WHEN CRT-SUBSTITUIDO
            MOVE "substituido" TO EXC-ESTADO-TXT
        WHEN OTHER
            MOVE "cancelado" TO EXC-ESTADO-TXT
    END-EVALUATE
    MOVE SPACES TO LINHA-SEGURANCA
    MOVE CRT-NUMERO TO LINHA-SEGURANCA (1:5)
    MOVE CRT-ID-ALUNO TO LINHA-SEGURANCA (9:5)
    MOVE CRT-NOME TO LINHA-SEGURANCA (16:30)
    MOVE EXC-ESTADO-TXT TO LINHA-SEGURANCA (48:12)
    MOVE CRT-DATA-ESTADO TO LINHA-SEGURANCA (62:8)
    PERFORM ESCREVER-LINHA-SEGURANCA
    ADD 1 TO EXC-TOTAL-SEGURANCA.

ESCREVER-LINHA-GRAFICA.
    WRITE LINHA-GRAFICA
    ADD 1 TO EXC-LINHAS-GRAFICA.

ESCREVER-LINHA-SEGURANCA.
    WRITE LINHA-SEGURANCA
    DISPLAY LINHA-SEGURANCA
    ADD 1 TO EXC-LINHAS-SEGURANCA.

COPY "pspool.cbl".

COPY "psessao.cbl".
