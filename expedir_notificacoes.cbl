$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: expedicao da caixa de saida de notificacoes
*>          (NOTIFICACOES.dat), alimentada por cartas_resultados,
*>          registar_pagamento, devedores_relatorio, imprimir_po,
*>          docs_expirar e, com os relatorios do spool para os
*>          operadores subscritores, executar_lote. As mensagens
*>          pendentes por correio ou SMS seguem, por ordem de
*>          prioridade (urgentes primeiro), para o extrato do
*>          gateway NOTIF-GATEWAY-<data>-<hora>.dat: uma linha M
*>          por mensagem (id;canal;destino;prioridade;modelo;versao;
*>          anexo) seguida das linhas T do texto, fundido a partir
*>          da versao ativa do modelo em MODELOSCARTA.dat com os
*>          campos de fusao da mensagem (sem modelo ativo sai um
*>          texto de recurso com os campos). No SMS o texto vai
*>          numa so linha cortada a 160 caracteres e sem anexo.
*>          As mensagens passam a expedidas e a situacao final
*>          chega pelos recibos de entrega do gateway
*>          (importar_recibos_entrega). Antes de ir para papel, o
*>          contacto das mensagens sem canal e consultado de novo;
*>          as que continuam sem contacto valido, e as devolvidas
*>          ou falhadas ainda nao impressas, vao para a lista de
*>          papel NOTIF-PAPEL-<data>-<hora>.dat com nome e morada
*>          do aluno ou fornecedor (entrega interna no caso dos
*>          operadores), registada no spool.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. expedir_notificacoes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slnotificacao.cbl".
     COPY "slmodelo.cbl".
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slvendor.cbl".
     COPY "slvendorcontact.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT GATEWAY-FILE
         ASSIGN TO EXN-NOME-GATEWAY
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT PAPEL-FILE
         ASSIGN TO EXN-NOME-PAPEL
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdnotificacao.cbl".
  COPY "fdmodelo.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdvendor.cbl".
  COPY "fdvendorcontact.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD GATEWAY-FILE.
  01 LINHA-GATEWAY           PIC X(250).

  FD PAPEL-FILE.
  01 LINHA-PAPEL             PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
  COPY "wsmodelo.cbl".
  COPY "wsmerge.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsvendor.cbl".
  COPY "wsvendorcontact.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 EXN-NOME-GATEWAY      PIC X(40).
    77 EXN-NOME-PAPEL        PIC X(40).
    77 EXN-DATA-HOJE         PIC 9(8).
    77 EXN-HORA              PIC 9(8).
    77 EXN-ID                PIC X(34).
    77 EXN-PRIORIDADE        PIC 9.
    77 EXN-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 EXN-FIM-MODELO        PIC X VALUE 'N'.
    77 EXN-MODELOS-ABERTO    PIC X VALUE 'N'.
    77 EXN-MASTER-ABERTO     PIC X VALUE 'N'.
    77 EXN-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 EXN-VENDORS-ABERTO    PIC X VALUE 'N'.
    77 EXN-VCONTACT-ABERTO   PIC X VALUE 'N'.
    77 EXN-ALTERADA          PIC X VALUE 'N'.
    77 EXN-FX                PIC 9.
    77 EXN-POS               PIC 9(3).
    77 EXN-SMS               PIC X(160).
    77 EXN-SMS-PTR           PIC 9(3).
    77 EXN-LINHAS-PAPEL      PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-EMAIL       PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-SMS         PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-SEM-MODELO  PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-RECUPERADAS PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-PAPEL       PIC 9(5) VALUE ZERO.
    77 EXN-TOTAL-REENVIO     PIC 9(5) VALUE ZERO.
    77 EXN-NOME              PIC X(30).
    77 EXN-MORADA            PIC X(30).
    77 EXN-CODIGO-POSTAL     PIC X(10).
    77 EXN-LOCALIDADE        PIC X(20).
    01 EXN-TOTAIS-PRIORIDADE.
      05 EXN-POR-PRIORIDADE  PIC 9(5) OCCURS 3 TIMES.

PROCEDURE DIVISION.
COPY "rvnotificacao.cbl".
COPY "rvmodelo.cbl".
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvvendor.cbl".
COPY "rvvendorcontact.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT EXN-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT EXN-HORA FROM TIME
    PERFORM EXPEDIR-NOTIFICACOES.
GOBACK.

EXPEDIR-NOTIFICACOES.
    MOVE ZERO TO NOTIFICACOES-TENTATIVAS
    MOVE "99" TO NOTIFICACOES-STATUS
    PERFORM UNTIL NOTIFICACOES-STATUS = "00"
        OR NOTIFICACOES-STATUS = "35"
        OR NOTIFICACOES-TENTATIVAS = 5
        OPEN I-O NOTIFICACOES-FILE
        IF NOTIFICACOES-STATUS NOT = "00"
            ADD 1 TO NOTIFICACOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF NOTIFICACOES-STATUS = "35"
        DISPLAY "Sem notificacoes em fila."
        MOVE 0 TO RETURN-CODE
    ELSE
        IF NOTIFICACOES-STATUS NOT = "00"
            DISPLAY "Erro ao abrir NOTIFICACOES-FILE. Status: "
                NOTIFICACOES-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM ABRIR-AUXILIARES
            PERFORM EXPEDIR-FILA
            PERFORM FECHAR-AUXILIARES
            CLOSE NOTIFICACOES-FILE
            PERFORM MOSTRAR-TOTAIS
        END-IF
    END-IF.

ABRIR-AUXILIARES.
    OPEN INPUT MODELOS-CARTA-FILE
    IF MODELOSCARTA-STATUS = "00"
        MOVE 'S' TO EXN-MODELOS-ABERTO
    END-IF
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS = "00"
        MOVE 'S' TO EXN-MASTER-ABERTO
    END-IF
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO EXN-CONTACTOS-ABERTO
    END-IF
    OPEN INPUT VENDOR-FILE
    IF VENDOR-FILE-STATUS = "00"
        MOVE 'S' TO EXN-VENDORS-ABERTO
    END-IF
    OPEN INPUT VENDOR-CONTACT-FILE
    IF VCONTACT-STATUS = "00"
        MOVE 'S' TO EXN-VCONTACT-ABERTO
    END-IF.

FECHAR-AUXILIARES.
    IF EXN-VCONTACT-ABERTO = 'S'
        CLOSE VENDOR-CONTACT-FILE
    END-IF
    IF EXN-VENDORS-ABERTO = 'S'
        CLOSE VENDOR-FILE
    END-IF
    IF EXN-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    IF EXN-MASTER-ABERTO = 'S'
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF EXN-MODELOS-ABERTO = 'S'
        CLOSE MODELOS-CARTA-FILE
    END-IF.

EXPEDIR-FILA.
    MOVE SPACES TO EXN-NOME-GATEWAY
    STRING "NOTIF-GATEWAY-" DELIMITED BY SIZE
           EXN-DATA-HOJE DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           EXN-HORA (1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EXN-NOME-GATEWAY
    MOVE SPACES TO EXN-NOME-PAPEL
    STRING "NOTIF-PAPEL-" DELIMITED BY SIZE
           EXN-DATA-HOJE DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           EXN-HORA (1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EXN-NOME-PAPEL
    MOVE ZERO TO EXN-POR-PRIORIDADE (1)
    MOVE ZERO TO EXN-POR-PRIORIDADE (2)
    MOVE ZERO TO EXN-POR-PRIORIDADE (3)
    OPEN OUTPUT GATEWAY-FILE
*> uma passagem por prioridade, para as urgentes chegarem ao
*> gateway a frente das restantes.
    PERFORM VARYING EXN-PRIORIDADE FROM 1 BY 1
        UNTIL EXN-PRIORIDADE > 3
        PERFORM INICIAR-LEITURA-FILA
        PERFORM UNTIL EXN-FIM-FICHEIRO = 'Y'
            READ NOTIFICACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO EXN-FIM-FICHEIRO
                NOT AT END
                    IF NTF-PENDENTE
                        AND NTF-PRIORIDADE = EXN-PRIORIDADE
                        PERFORM TRATAR-PENDENTE
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM
    CLOSE GATEWAY-FILE
    OPEN OUTPUT PAPEL-FILE
    MOVE ZERO TO EXN-LINHAS-PAPEL
    MOVE ALL "=" TO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE SPACES TO LINHA-PAPEL
    STRING "  NOTIFICACOES PARA ENVIO EM PAPEL - " DELIMITED BY SIZE
           EXN-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE ALL "=" TO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    PERFORM INICIAR-LEITURA-FILA
    PERFORM UNTIL EXN-FIM-FICHEIRO = 'Y'
        READ NOTIFICACOES-FILE NEXT RECORD
            AT END MOVE 'Y' TO EXN-FIM-FICHEIRO
            NOT AT END
                PERFORM AVALIAR-PAPEL
        END-READ
    END-PERFORM
    MOVE SPACES TO LINHA-PAPEL
    STRING "Sem contacto valido: " DELIMITED BY SIZE
           EXN-TOTAL-PAPEL DELIMITED BY SIZE
           "   Devolvidas ou falhadas: " DELIMITED BY SIZE
           EXN-TOTAL-REENVIO DELIMITED BY SIZE
           INTO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE ALL "=" TO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    CLOSE PAPEL-FILE
    MOVE "expedir_notificacoes" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING EXN-DATA-HOJE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EXN-HORA (1:6) DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE EXN-NOME-PAPEL TO SPR-FICHEIRO
    MOVE EXN-LINHAS-PAPEL TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

INICIAR-LEITURA-FILA.
    MOVE 'N' TO EXN-FIM-FICHEIRO
    MOVE LOW-VALUES TO NTF-CHAVE
    START NOTIFICACOES-FILE KEY IS NOT LESS THAN NTF-CHAVE
        INVALID KEY
            MOVE 'Y' TO EXN-FIM-FICHEIRO
    END-START.

TRATAR-PENDENTE.
*> uma mensagem ficou sem canal quando o destinatario nao tinha
*> contacto valido; se entretanto o ganhou, segue ja pelo gateway.
    IF NTF-CANAL-PAPEL
        PERFORM RECONSULTAR-CONTACTO
        IF NTR-CANAL NOT = "P"
            MOVE NTR-CANAL TO NTF-CANAL
            MOVE NTR-DESTINO TO NTF-DESTINO
            MOVE NTR-CONTACTO-SEQ TO NTF-CONTACTO-SEQ
            ADD 1 TO EXN-TOTAL-RECUPERADAS
        END-IF
    END-IF
    IF NTF-CANAL-EMAIL OR NTF-CANAL-SMS
        PERFORM EXPEDIR-MENSAGEM
    END-IF.

RECONSULTAR-CONTACTO.
*> o correio dos operadores vem da ficha de operador no momento
*> da distribuicao; sem ele a mensagem fica para entrega interna.
    MOVE NTF-ID-DEST TO NTR-ID-DEST
    EVALUATE TRUE
        WHEN NTF-DEST-ALUNO
            MOVE EXN-CONTACTOS-ABERTO TO NTR-CONTACTOS-ABERTO
            PERFORM RESOLVER-CONTACTO-ALUNO
        WHEN NTF-DEST-OPERADOR
            MOVE "P" TO NTR-CANAL
        WHEN OTHER
            MOVE EXN-VCONTACT-ABERTO TO NTR-CONTACTOS-ABERTO
            PERFORM RESOLVER-CONTACTO-VENDOR
    END-EVALUATE.

EXPEDIR-MENSAGEM.
    MOVE NTF-CHAVE TO EXN-ID
    MOVE NTF-MODELO TO MRG-TIPO
    IF EXN-MODELOS-ABERTO = 'S'
        PERFORM PROCURAR-MODELO-ATIVO
    ELSE
        MOVE 'N' TO MRG-TEM-MODELO
        MOVE ZERO TO MRG-VERSAO-ATIVA
    END-IF
    MOVE SPACES TO LINHA-GATEWAY
    MOVE 1 TO EXN-POS
    STRING "M;" DELIMITED BY SIZE
           EXN-ID DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           NTF-CANAL DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           NTF-DESTINO DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           NTF-PRIORIDADE DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           NTF-MODELO DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           MRG-VERSAO-ATIVA DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO LINHA-GATEWAY WITH POINTER EXN-POS
    IF NTF-CANAL-EMAIL
        STRING NTF-ANEXO DELIMITED BY SPACE
            INTO LINHA-GATEWAY WITH POINTER EXN-POS
    END-IF
    WRITE LINHA-GATEWAY
    MOVE SPACES TO EXN-SMS
    MOVE 1 TO EXN-SMS-PTR
    IF MRG-TEM-MODELO = 'S'
        PERFORM FUNDIR-MODELO
    ELSE
        PERFORM FUNDIR-TEXTO-RECURSO
        ADD 1 TO EXN-TOTAL-SEM-MODELO
    END-IF
    IF NTF-CANAL-SMS
        MOVE SPACES TO LINHA-GATEWAY
        STRING "T;" DELIMITED BY SIZE
               EXN-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               EXN-SMS DELIMITED BY SIZE
               INTO LINHA-GATEWAY
        WRITE LINHA-GATEWAY
        ADD 1 TO EXN-TOTAL-SMS
    ELSE
        ADD 1 TO EXN-TOTAL-EMAIL
    END-IF
    MOVE "X" TO NTF-ESTADO
    MOVE EXN-DATA-HOJE TO NTF-DATA-ENVIO
    REWRITE REGISTO-NOTIFICACAO
    ADD 1 TO EXN-POR-PRIORIDADE (NTF-PRIORIDADE).

FUNDIR-MODELO.
*> o mesmo texto das cartas: a lista de cursos (&CURSOS) segue no
*> documento em anexo.
    MOVE 'N' TO EXN-FIM-MODELO
    MOVE MRG-TIPO TO MDL-TIPO
    MOVE MRG-VERSAO-ATIVA TO MDL-VERSAO
    MOVE 1 TO MDL-LINHA
    START MODELOS-CARTA-FILE KEY IS NOT LESS THAN MDL-CHAVE
        INVALID KEY
            MOVE 'Y' TO EXN-FIM-MODELO
    END-START
    PERFORM UNTIL EXN-FIM-MODELO = 'Y'
        READ MODELOS-CARTA-FILE NEXT RECORD
            AT END MOVE 'Y' TO EXN-FIM-MODELO
            NOT AT END
                IF MDL-TIPO NOT = MRG-TIPO
                    OR MDL-VERSAO NOT = MRG-VERSAO-ATIVA
                    MOVE 'Y' TO EXN-FIM-MODELO
                ELSE
                    MOVE SPACES TO MRG-LINHA
                    IF MDL-TEXTO = "&CURSOS"
                        MOVE "(ver documento em anexo)" TO MRG-LINHA
                    ELSE
                        MOVE MDL-TEXTO TO MRG-LINHA (1:80)
                        PERFORM SUBSTITUIR-CAMPOS-FUSAO
                    END-IF
                    PERFORM EMITIR-LINHA-TEXTO
                END-IF
        END-READ
    END-PERFORM.

SUBSTITUIR-CAMPOS-FUSAO.
    PERFORM VARYING EXN-FX FROM 1 BY 1 UNTIL EXN-FX > 4
        IF NTF-FUS-TOKEN (EXN-FX) NOT = SPACES
            MOVE NTF-FUS-TOKEN (EXN-FX) TO MRG-TOKEN
            MOVE ZERO TO MRG-TOKEN-LEN
            PERFORM VARYING EXN-POS FROM 1 BY 1 UNTIL EXN-POS > 10
                IF MRG-TOKEN (EXN-POS:1) NOT = SPACE
                    MOVE EXN-POS TO MRG-TOKEN-LEN
                END-IF
            END-PERFORM
            MOVE NTF-FUS-VALOR (EXN-FX) TO MRG-VALOR
            MOVE ZERO TO MRG-VALOR-LEN
            PERFORM VARYING EXN-POS FROM 1 BY 1 UNTIL EXN-POS > 30
                IF MRG-VALOR (EXN-POS:1) NOT = SPACE
                    MOVE EXN-POS TO MRG-VALOR-LEN
                END-IF
            END-PERFORM
            PERFORM SUBSTITUIR-TOKEN
        END-IF
    END-PERFORM.

FUNDIR-TEXTO-RECURSO.
*> sem modelo ativo do tipo, o texto leva a identificacao da
*> mensagem e os campos de fusao um por linha.
    MOVE SPACES TO MRG-LINHA
    STRING "Notificacao " DELIMITED BY SIZE
           NTF-MODELO DELIMITED BY SPACE
           " ref. " DELIMITED BY SIZE
           NTF-REFERENCIA DELIMITED BY SPACE
           INTO MRG-LINHA
    PERFORM EMITIR-LINHA-TEXTO
    PERFORM VARYING EXN-FX FROM 1 BY 1 UNTIL EXN-FX > 4
        IF NTF-FUS-TOKEN (EXN-FX) NOT = SPACES
            MOVE SPACES TO MRG-LINHA
            STRING NTF-FUS-TOKEN (EXN-FX) (2:9) DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   NTF-FUS-VALOR (EXN-FX) DELIMITED BY SIZE
                   INTO MRG-LINHA
            PERFORM EMITIR-LINHA-TEXTO
        END-IF
    END-PERFORM.

EMITIR-LINHA-TEXTO.
    IF NTF-CANAL-SMS
        IF MRG-LINHA NOT = SPACES AND EXN-SMS-PTR NOT > 160
            MOVE ZERO TO EXN-POS
            PERFORM VARYING MRG-POS FROM 1 BY 1 UNTIL MRG-POS > 100
                IF MRG-LINHA (MRG-POS:1) NOT = SPACE
                    MOVE MRG-POS TO EXN-POS
                END-IF
            END-PERFORM
            STRING MRG-LINHA (1:EXN-POS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO EXN-SMS WITH POINTER EXN-SMS-PTR
        END-IF
    ELSE
        MOVE SPACES TO LINHA-GATEWAY
        STRING "T;" DELIMITED BY SIZE
               EXN-ID DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               MRG-LINHA DELIMITED BY SIZE
               INTO LINHA-GATEWAY
        WRITE LINHA-GATEWAY
    END-IF.

AVALIAR-PAPEL.
    MOVE 'N' TO EXN-ALTERADA
    IF NTF-PENDENTE AND NTF-CANAL-PAPEL
        PERFORM LISTAR-EM-PAPEL
        MOVE "L" TO NTF-ESTADO
        MOVE EXN-DATA-HOJE TO NTF-DATA-ENVIO
        MOVE "S" TO NTF-EM-PAPEL
        ADD 1 TO EXN-TOTAL-PAPEL
        MOVE 'S' TO EXN-ALTERADA
    ELSE
        IF (NTF-DEVOLVIDA OR NTF-FALHADA) AND NTF-EM-PAPEL = "N"
            PERFORM LISTAR-EM-PAPEL
            MOVE "S" TO NTF-EM-PAPEL
            ADD 1 TO EXN-TOTAL-REENVIO
            MOVE 'S' TO EXN-ALTERADA
        END-IF
    END-IF
    IF EXN-ALTERADA = 'S'
        REWRITE REGISTO-NOTIFICACAO
    END-IF.

LISTAR-EM-PAPEL.
    PERFORM OBTER-MORADA
    MOVE SPACES TO LINHA-PAPEL
    EVALUATE TRUE
        WHEN NTF-DEST-ALUNO
            STRING "Aluno " DELIMITED BY SIZE
                   NTF-ID-DEST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EXN-NOME DELIMITED BY SIZE
                   INTO LINHA-PAPEL
        WHEN NTF-DEST-OPERADOR
            STRING "Operador " DELIMITED BY SIZE
                   NTF-REFERENCIA (1:8) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EXN-NOME DELIMITED BY SIZE
                   INTO LINHA-PAPEL
        WHEN OTHER
            STRING "Fornecedor " DELIMITED BY SIZE
                   NTF-ID-DEST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EXN-NOME DELIMITED BY SIZE
                   INTO LINHA-PAPEL
    END-EVALUATE
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE SPACES TO LINHA-PAPEL
    STRING "  " DELIMITED BY SIZE
           EXN-MORADA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           EXN-CODIGO-POSTAL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EXN-LOCALIDADE DELIMITED BY SIZE
           INTO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE SPACES TO LINHA-PAPEL
    STRING "  Modelo " DELIMITED BY SIZE
           NTF-MODELO DELIMITED BY SIZE
           " ref. " DELIMITED BY SIZE
           NTF-REFERENCIA DELIMITED BY SIZE
           " prioridade " DELIMITED BY SIZE
           NTF-PRIORIDADE DELIMITED BY SIZE
           " de " DELIMITED BY SIZE
           NTF-DATA DELIMITED BY SIZE
           INTO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL
    MOVE SPACES TO LINHA-PAPEL
    IF NTF-CANAL-PAPEL
        MOVE "  Motivo: sem correio nem telemovel valido"
            TO LINHA-PAPEL
    ELSE
        STRING "  Motivo: " DELIMITED BY SIZE
               NTF-DESTINO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NTF-MOTIVO DELIMITED BY SIZE
               INTO LINHA-PAPEL
    END-IF
    PERFORM ESCREVER-LINHA-PAPEL
    IF NTF-ANEXO NOT = SPACES
        MOVE SPACES TO LINHA-PAPEL
        STRING "  Documento a imprimir: " DELIMITED BY SIZE
               NTF-ANEXO DELIMITED BY SIZE
               INTO LINHA-PAPEL
        PERFORM ESCREVER-LINHA-PAPEL
    END-IF
    MOVE ALL "-" TO LINHA-PAPEL
    PERFORM ESCREVER-LINHA-PAPEL.

OBTER-MORADA.
    MOVE SPACES TO EXN-NOME
    MOVE SPACES TO EXN-MORADA
    MOVE SPACES TO EXN-CODIGO-POSTAL
    MOVE SPACES TO EXN-LOCALIDADE
    IF NTF-DEST-OPERADOR
        MOVE NTF-FUS-VALOR (1) TO EXN-NOME
        MOVE "(entrega interna)" TO EXN-MORADA
    END-IF
    IF NTF-DEST-ALUNO
        IF EXN-MASTER-ABERTO = 'S'
            MOVE NTF-ID-DEST TO MASTER-ID-ALUNO
            READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE MASTER-NOME-ALUNO TO EXN-NOME
            END-READ
        END-IF
        IF EXN-CONTACTOS-ABERTO = 'S'
            MOVE NTF-ID-DEST TO CTA-ID-ALUNO
            READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CTA-MORADA-1 TO EXN-MORADA
                    MOVE CTA-CODIGO-POSTAL TO EXN-CODIGO-POSTAL
                    MOVE CTA-LOCALIDADE TO EXN-LOCALIDADE
            END-READ
        END-IF
    END-IF
    IF NTF-DEST-FORNECEDOR
        IF EXN-VENDORS-ABERTO = 'S'
            MOVE NTF-ID-DEST TO VENDOR-NUMBER
            READ VENDOR-FILE KEY IS VENDOR-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO EXN-NOME
                    MOVE VENDOR-ADDRESS-1 TO EXN-MORADA
                    MOVE VENDOR-ZIP TO EXN-CODIGO-POSTAL
                    MOVE VENDOR-CITY TO EXN-LOCALIDADE
            END-READ
        END-IF
    END-IF
    IF EXN-MORADA = SPACES
        MOVE "(morada desconhecida)" TO EXN-MORADA
    END-IF.

ESCREVER-LINHA-PAPEL.
    WRITE LINHA-PAPEL
    ADD 1 TO EXN-LINHAS-PAPEL.

MOSTRAR-TOTAIS.
    DISPLAY "==============================="
    DISPLAY "Mensagens para o gateway: " EXN-NOME-GATEWAY
    DISPLAY "  por correio:            " EXN-TOTAL-EMAIL
    DISPLAY "  por SMS:                " EXN-TOTAL-SMS
    DISPLAY "  urgentes/normais/baixa: " EXN-POR-PRIORIDADE (1)
        "/" EXN-POR-PRIORIDADE (2) "/" EXN-POR-PRIORIDADE (3)
    IF EXN-TOTAL-SEM-MODELO > ZERO
        DISPLAY "  sem modelo ativo (texto de recurso): "
            EXN-TOTAL-SEM-MODELO
    END-IF
    IF EXN-TOTAL-RECUPERADAS > ZERO
        DISPLAY "  com contacto entretanto registado: "
            EXN-TOTAL-RECUPERADAS
    END-IF
    DISPLAY "Lista de papel: " EXN-NOME-PAPEL
    DISPLAY "  sem contacto valido:    " EXN-TOTAL-PAPEL
    DISPLAY "  devolvidas ou falhadas: " EXN-TOTAL-REENVIO
    DISPLAY "==============================="
    MOVE 0 TO RETURN-CODE.

COPY "pmerge.cbl".

COPY "pnotificacao.cbl".

COPY "pnotifaluno.cbl".

COPY "pnotifvendor.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
