$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: perfil semanal da qualidade dos dados de contacto dos
*>          dois subsistemas. Percorre ALUNOMASTER.dat,
*>          CONTACTOSALUNO.dat, DOCENTES.dat, VENDOR-FILE.dat e
*>          VENDORCONTACT.dat e aplica as regras:
*>          Q01 aluno ativo sem ficha de contactos; Q02 correio
*>          em falta (aluno, ou fornecedor sem nenhum contacto
*>          com correio); Q03 correio mal formado; Q04 telefone
*>          em falta (contacto de fornecedor: sem telefone nem
*>          correio); Q05 morada incompleta (primeira linha,
*>          localidade ou codigo postal); Q06 codigo postal fora
*>          do formato NNNN-NNN; Q07 o mesmo correio em alunos
*>          ou fornecedores diferentes; Q08 o mesmo IBAN em
*>          registos diferentes; Q09 IBAN invalido; Q10 nome todo
*>          em maiusculas; Q11 nome com caracteres estranhos
*>          (digitos, simbolos, espacos a mais); Q12 aluno ativo
*>          sem contacto de emergencia; Q13 docente ativo sem
*>          IBAN. Os fornecedores inativos nao entram. Os valores
*>          partilhados sao apurados num ficheiro de trabalho
*>          (QUALIDADE-PARTILHAS.dat), com o correio comparado em
*>          maiusculas e o IBAN sem espacos. Cada corrida guarda
*>          as contagens em QUALIDADE-HIST.dat; o relatorio
*>          QUALIDADE-<data>.dat mostra por regra a contagem, a
*>          variacao face a corrida anterior e as quatro
*>          anteriores, e a lista de trabalho da secretaria
*>          QUALIDADE-TRABALHO-<data>.dat tem uma linha por
*>          registo e regra falhada. Os dois ficam no spool em
*>          nome do lote. Relatorio informativo: termina sempre
*>          com RETURN-CODE 0.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. perfil_qualidade.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "sldocente.cbl".
     COPY "slvendor.cbl".
     COPY "slvendorcontact.cbl".
     COPY "slnotificacao.cbl".
     COPY "slspool.cbl".

     SELECT PARTILHAS-FILE
         ASSIGN TO "QUALIDADE-PARTILHAS.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PTL-CHAVE
         LOCK MODE IS AUTOMATIC
         FILE STATUS IS PQL-PTL-STATUS.

     SELECT HISTORICO-FILE
         ASSIGN TO "QUALIDADE-HIST.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HQL-CHAVE
         LOCK MODE IS AUTOMATIC
         FILE STATUS IS PQL-HIST-STATUS.

     SELECT QUALIDADE-FILE
         ASSIGN TO PQL-RELATORIO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT TRABALHO-FILE
         ASSIGN TO PQL-TRABALHO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fddocente.cbl".
  COPY "fdvendor.cbl".
  COPY "fdvendorcontact.cbl".
  COPY "fdnotificacao.cbl".
  COPY "fdspool.cbl".

  FD PARTILHAS-FILE.
  01 REGISTO-PARTILHA.
     05 PTL-CHAVE.
        10 PTL-TIPO          PIC X.
            88 PTL-CORREIO     VALUE "E".
            88 PTL-IBAN        VALUE "I".
        10 PTL-VALOR         PIC X(30).
        10 PTL-DONO.
           15 PTL-FICHEIRO   PIC X(10).
           15 PTL-REGISTO    PIC X(9).
     05 FILLER               PIC X VALUE SPACE.
     05 PTL-NOME             PIC X(30).
     05 FILLER               PIC X VALUE SPACE.

  FD HISTORICO-FILE.
  01 REGISTO-HIST-QUALIDADE.
     05 HQL-CHAVE.
        10 HQL-REGRA         PIC X(3).
        10 HQL-DATA          PIC 9(8).
     05 FILLER               PIC X VALUE SPACE.
     05 HQL-CONTAGEM         PIC 9(6).
     05 FILLER               PIC X VALUE SPACE.
     05 HQL-REGISTOS         PIC 9(7).
     05 FILLER               PIC X VALUE SPACE.

  FD QUALIDADE-FILE.
  01 LINHA-QUALIDADE         PIC X(100).

  FD TRABALHO-FILE.
  01 LINHA-TRABALHO          PIC X(140).

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsdocente.cbl".
  COPY "wsvendor.cbl".
  COPY "wsvendorcontact.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wsiban.cbl".
    77 PQL-PTL-STATUS        PIC X(2) VALUE "00".
    77 PQL-HIST-STATUS       PIC X(2) VALUE "00".
    77 PQL-RELATORIO-NOME    PIC X(40).
    77 PQL-TRABALHO-NOME     PIC X(40).
    77 PQL-DATA-HOJE         PIC 9(8).
    77 PQL-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PQL-FIM-CONTACTOS     PIC X VALUE 'N'.
    77 PQL-MASTER-ABERTO     PIC X VALUE 'N'.
    77 PQL-CTA-ABERTO        PIC X VALUE 'N'.
    77 PQL-VCT-ABERTO        PIC X VALUE 'N'.
    77 PQL-PTL-ABERTO        PIC X VALUE 'N'.
    77 PQL-LIDOS-ALUNOS      PIC 9(7) VALUE ZERO.
    77 PQL-LIDOS-CONTACTOS   PIC 9(7) VALUE ZERO.
    77 PQL-LIDOS-DOCENTES    PIC 9(7) VALUE ZERO.
    77 PQL-LIDOS-VENDORS     PIC 9(7) VALUE ZERO.
    77 PQL-LIDOS-VCONTACTOS  PIC 9(7) VALUE ZERO.
    77 PQL-TOTAL-REGISTOS    PIC 9(7) VALUE ZERO.
    77 PQL-TOTAL-PROBLEMAS   PIC 9(7) VALUE ZERO.
    77 PQL-LINHAS            PIC 9(5) VALUE ZERO.
    77 PQL-LINHAS-TRABALHO   PIC 9(5) VALUE ZERO.
*> registo em analise e problema a lancar na lista de trabalho
    77 PQL-FICHEIRO          PIC X(10).
    77 PQL-CHAVE             PIC X(9).
    77 PQL-NOME              PIC X(30).
    77 PQL-VALOR             PIC X(30).
    77 PQL-RX                PIC 9(2).
    77 PQL-ULTIMO-DONO       PIC X(19) VALUE SPACES.
    77 PQL-DONO-ATUAL        PIC X(19).
*> avaliacao do nome
    77 PQL-POS               PIC 9(2).
    77 PQL-ULTIMA-POS        PIC 9(2).
    77 PQL-MAIUSCULAS        PIC 9(2).
    77 PQL-MINUSCULAS        PIC 9(2).
    77 PQL-ESTRANHOS         PIC 9(2).
    77 PQL-CAR               PIC X.
    77 PQL-CAR-ANTERIOR      PIC X.
*> fornecedor: algum contacto com correio valido
    77 PQL-TEM-CORREIO       PIC X VALUE 'N'.
    77 PQL-VALOR-PARTILHA    PIC X(30).
*> agrupamento dos valores partilhados
    77 PQL-GRUPO-TIPO        PIC X.
    77 PQL-GRUPO-VALOR       PIC X(30).
    77 PQL-GRUPO-QTD         PIC 9(3) VALUE ZERO.
    77 PQL-GX                PIC 9(3).
    01 PQL-GRUPO-TABELA.
      05 PQL-GRUPO-ENT OCCURS 50 TIMES.
         10 PQL-GRUPO-FICHEIRO PIC X(10).
         10 PQL-GRUPO-REGISTO  PIC X(9).
         10 PQL-GRUPO-NOME     PIC X(30).
*> historico e tendencia
    77 PQL-HX                PIC 9.
    77 PQL-VARIACAO          PIC S9(6).
    77 PQL-VARIACAO-ED       PIC +Z(5)9.
    77 PQL-CONTAGEM-ED       PIC Z(5)9.
    77 PQL-ANTERIOR-ED       PIC Z(5)9.
    77 PQL-TOTAL-ED          PIC Z(6)9.
    77 PQL-DATA-ANTERIOR     PIC 9(8) VALUE ZERO.

*> regras de qualidade: codigo e descricao
    01 PQL-REGRAS-VALORES.
      05 FILLER PIC X(43) VALUE "Q01Aluno ativo sem ficha de contactos".
      05 FILLER PIC X(43) VALUE "Q02Correio eletronico em falta".
      05 FILLER PIC X(43) VALUE "Q03Correio eletronico mal formado".
      05 FILLER PIC X(43) VALUE "Q04Telefone em falta".
      05 FILLER PIC X(43) VALUE "Q05Morada incompleta".
      05 FILLER PIC X(43) VALUE "Q06Codigo postal fora de NNNN-NNN".
      05 FILLER PIC X(43) VALUE "Q07Correio partilhado entre registos".
      05 FILLER PIC X(43) VALUE "Q08IBAN partilhado entre registos".
      05 FILLER PIC X(43) VALUE "Q09IBAN invalido".
      05 FILLER PIC X(43) VALUE "Q10Nome todo em maiusculas".
      05 FILLER PIC X(43) VALUE "Q11Nome com caracteres estranhos".
      05 FILLER PIC X(43)
          VALUE "Q12Aluno ativo sem contacto de emergencia".
      05 FILLER PIC X(43) VALUE "Q13Docente ativo sem IBAN".
    01 PQL-REGRAS REDEFINES PQL-REGRAS-VALORES.
      05 PQL-REGRA OCCURS 13 TIMES.
         10 PQL-REGRA-COD    PIC X(3).
         10 PQL-REGRA-DESC   PIC X(40).
    01 PQL-CONTAGENS.
      05 PQL-CONT-ENT OCCURS 13 TIMES.
         10 PQL-CONTAGEM     PIC 9(6).
         10 PQL-QTD-ANTERIORES PIC 9.
         10 PQL-ANTERIOR     PIC 9(6) OCCURS 4 TIMES.

PROCEDURE DIVISION.
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvdocente.cbl".
COPY "rvvendor.cbl".
COPY "rvvendorcontact.cbl".
COPY "rvspool.cbl".

    PERFORM PERFIL-QUALIDADE.
GOBACK.

PERFIL-QUALIDADE.
    ACCEPT PQL-DATA-HOJE FROM DATE YYYYMMDD
    MOVE SPACES TO PQL-RELATORIO-NOME
    STRING "QUALIDADE-" DELIMITED BY SIZE
           PQL-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PQL-RELATORIO-NOME
    MOVE SPACES TO PQL-TRABALHO-NOME
    STRING "QUALIDADE-TRABALHO-" DELIMITED BY SIZE
           PQL-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PQL-TRABALHO-NOME
    INITIALIZE PQL-CONTAGENS

    OPEN OUTPUT TRABALHO-FILE
    MOVE SPACES TO LINHA-TRABALHO
    STRING "LISTA DE TRABALHO - QUALIDADE DOS DADOS - "
           DELIMITED BY SIZE
           PQL-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO
    MOVE SPACES TO LINHA-TRABALHO
    STRING "FICHEIRO   REGISTO   NOME                           "
           DELIMITED BY SIZE
           "REGRA                                          VALOR"
           DELIMITED BY SIZE
           INTO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO
    MOVE ALL "-" TO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO

*> o ficheiro de trabalho dos valores partilhados e refeito em
*> cada corrida.
    OPEN OUTPUT PARTILHAS-FILE
    CLOSE PARTILHAS-FILE
    OPEN I-O PARTILHAS-FILE
    IF PQL-PTL-STATUS = "00"
        MOVE 'S' TO PQL-PTL-ABERTO
    ELSE
        DISPLAY "Aviso: QUALIDADE-PARTILHAS.dat indisponivel ("
            PQL-PTL-STATUS "), regras Q07 e Q08 saltadas."
    END-IF

    PERFORM PERFILAR-ALUNOS
    PERFORM PERFILAR-CONTACTOS-ALUNO
    PERFORM PERFILAR-DOCENTES
    PERFORM PERFILAR-FORNECEDORES
    PERFORM PERFILAR-CONTACTOS-FORNECEDOR

    IF PQL-PTL-ABERTO = 'S'
        PERFORM APURAR-PARTILHAS
        CLOSE PARTILHAS-FILE
    END-IF
    CLOSE TRABALHO-FILE

    COMPUTE PQL-TOTAL-REGISTOS = PQL-LIDOS-ALUNOS
        + PQL-LIDOS-CONTACTOS + PQL-LIDOS-DOCENTES
        + PQL-LIDOS-VENDORS + PQL-LIDOS-VCONTACTOS
    PERFORM CARREGAR-HISTORICO
    PERFORM ESCREVER-RELATORIO-QUALIDADE
    PERFORM GRAVAR-HISTORICO

    MOVE "perfil_qualidade" TO SPR-PROGRAMA
    MOVE "RELATORIO" TO SPR-PARAMETROS
    MOVE PQL-RELATORIO-NOME TO SPR-FICHEIRO
    MOVE PQL-LINHAS TO SPR-LINHAS
    MOVE "LOTE" TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL
    MOVE "perfil_qualidade" TO SPR-PROGRAMA
    MOVE "LISTA DE TRABALHO" TO SPR-PARAMETROS
    MOVE PQL-TRABALHO-NOME TO SPR-FICHEIRO
    MOVE PQL-LINHAS-TRABALHO TO SPR-LINHAS
    MOVE "LOTE" TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL
    DISPLAY "Relatorio de qualidade em " PQL-RELATORIO-NOME
    DISPLAY "Lista de trabalho em " PQL-TRABALHO-NOME
*> o perfil e so informativo: devolve sempre zero para nao
*> marcar o lote como falhado.
    MOVE 0 TO RETURN-CODE.

ESCREVER-LINHA-QUALIDADE.
    WRITE LINHA-QUALIDADE
    ADD 1 TO PQL-LINHAS
    DISPLAY LINHA-QUALIDADE
    MOVE SPACES TO LINHA-QUALIDADE.

ESCREVER-LINHA-TRABALHO.
    WRITE LINHA-TRABALHO
    ADD 1 TO PQL-LINHAS-TRABALHO.

*> lanca o problema PQL-RX do registo em PQL-FICHEIRO/PQL-CHAVE
*> na lista de trabalho; os problemas do mesmo registo ficam
*> juntos e separados do registo anterior por uma linha em branco.
REGISTAR-PROBLEMA.
    ADD 1 TO PQL-CONTAGEM (PQL-RX)
    ADD 1 TO PQL-TOTAL-PROBLEMAS
    MOVE PQL-FICHEIRO TO PQL-DONO-ATUAL (1:10)
    MOVE PQL-CHAVE TO PQL-DONO-ATUAL (11:9)
    IF PQL-ULTIMO-DONO NOT = SPACES
        AND PQL-ULTIMO-DONO NOT = PQL-DONO-ATUAL
        MOVE SPACES TO LINHA-TRABALHO
        PERFORM ESCREVER-LINHA-TRABALHO
    END-IF
    MOVE PQL-DONO-ATUAL TO PQL-ULTIMO-DONO
    MOVE SPACES TO LINHA-TRABALHO
    STRING PQL-FICHEIRO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PQL-CHAVE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PQL-NOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PQL-REGRA-COD (PQL-RX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PQL-REGRA-DESC (PQL-RX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PQL-VALOR DELIMITED BY SIZE
           INTO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO.

*> Q10 e Q11 sobre PQL-NOME. Contam como estranhos os digitos e
*> simbolos (fora letras, espaco, apostrofo, hifen e ponto; os
*> caracteres acentuados sao aceites), o espaco inicial e os
*> espacos duplos. Nome em branco e Q11.
AVALIAR-NOME.
    MOVE ZERO TO PQL-MAIUSCULAS
    MOVE ZERO TO PQL-MINUSCULAS
    MOVE ZERO TO PQL-ESTRANHOS
    MOVE ZERO TO PQL-ULTIMA-POS
    IF PQL-NOME = SPACES
        MOVE 11 TO PQL-RX
        MOVE "(nome em falta)" TO PQL-VALOR
        PERFORM REGISTAR-PROBLEMA
    ELSE
        PERFORM VARYING PQL-POS FROM 30 BY -1
            UNTIL PQL-POS < 1 OR PQL-ULTIMA-POS > ZERO
            IF PQL-NOME (PQL-POS:1) NOT = SPACE
                MOVE PQL-POS TO PQL-ULTIMA-POS
            END-IF
        END-PERFORM
        MOVE SPACE TO PQL-CAR-ANTERIOR
        PERFORM VARYING PQL-POS FROM 1 BY 1
            UNTIL PQL-POS > PQL-ULTIMA-POS
            MOVE PQL-NOME (PQL-POS:1) TO PQL-CAR
            EVALUATE TRUE
                WHEN PQL-CAR >= "A" AND PQL-CAR <= "Z"
                    ADD 1 TO PQL-MAIUSCULAS
                WHEN PQL-CAR >= "a" AND PQL-CAR <= "z"
                    ADD 1 TO PQL-MINUSCULAS
                WHEN PQL-CAR = SPACE
                    IF PQL-CAR-ANTERIOR = SPACE
                        ADD 1 TO PQL-ESTRANHOS
                    END-IF
                WHEN PQL-CAR = "'" OR PQL-CAR = "-" OR PQL-CAR = "."
                    CONTINUE
                WHEN PQL-CAR > X"7F"
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO PQL-ESTRANHOS
            END-EVALUATE
            MOVE PQL-CAR TO PQL-CAR-ANTERIOR
        END-PERFORM
        MOVE PQL-NOME TO PQL-VALOR
        IF PQL-MAIUSCULAS > 1 AND PQL-MINUSCULAS = ZERO
            MOVE 10 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        END-IF
        IF PQL-ESTRANHOS > ZERO
            MOVE 11 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        END-IF
    END-IF.

*> Q06: codigo postal portugues NNNN-NNN.
AVALIAR-CODIGO-POSTAL.
    IF PQL-VALOR (1:4) NOT NUMERIC
        OR PQL-VALOR (5:1) NOT = "-"
        OR PQL-VALOR (6:3) NOT NUMERIC
        OR PQL-VALOR (9:22) NOT = SPACES
        MOVE 6 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF.

*> Q09 sobre o IBAN em IBAN-VALIDAR, e guarda a forma compacta
*> para o apuramento de Q08.
AVALIAR-IBAN.
    PERFORM VALIDAR-IBAN
    IF IBAN-INVALIDO
        MOVE IBAN-VALIDAR TO PQL-VALOR
        MOVE 9 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF IBAN-COMPACTO NOT = SPACES
        MOVE "I" TO PTL-TIPO
        MOVE IBAN-COMPACTO TO PQL-VALOR-PARTILHA
        PERFORM GUARDAR-PARTILHA
    END-IF.

*> o correio e comparado em maiusculas.
GUARDAR-CORREIO.
    MOVE "E" TO PTL-TIPO
    MOVE NTR-EMAIL TO PQL-VALOR-PARTILHA
    INSPECT PQL-VALOR-PARTILHA
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM GUARDAR-PARTILHA.

GUARDAR-PARTILHA.
    IF PQL-PTL-ABERTO = 'S'
        MOVE PQL-VALOR-PARTILHA TO PTL-VALOR
        MOVE PQL-FICHEIRO TO PTL-FICHEIRO
        MOVE PQL-CHAVE TO PTL-REGISTO
        MOVE PQL-NOME TO PTL-NOME
        WRITE REGISTO-PARTILHA
            INVALID KEY CONTINUE
        END-WRITE
    END-IF.

*> ---------------------------------------------------------------
*> alunos: nome, ficha de contactos e contacto de emergencia
*> ---------------------------------------------------------------
PERFILAR-ALUNOS.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    MOVE 'N' TO PQL-MASTER-ABERTO
    MOVE 'N' TO PQL-CTA-ABERTO
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Aviso: ALUNO-MASTER-FILE indisponivel, perfil"
            " de alunos saltado."
    ELSE
        MOVE 'S' TO PQL-MASTER-ABERTO
        OPEN INPUT CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'S' TO PQL-CTA-ABERTO
        END-IF
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ ALUNO-MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO PQL-LIDOS-ALUNOS
                    PERFORM PERFILAR-UM-ALUNO
            END-READ
        END-PERFORM
        IF PQL-CTA-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        CLOSE ALUNO-MASTER-FILE
    END-IF.

PERFILAR-UM-ALUNO.
    MOVE "ALUNO" TO PQL-FICHEIRO
    MOVE MASTER-ID-ALUNO TO PQL-CHAVE
    MOVE MASTER-NOME-ALUNO TO PQL-NOME
    PERFORM AVALIAR-NOME
    IF MASTER-ATIVO
        MOVE "Estado A" TO PQL-VALOR
        IF PQL-CTA-ABERTO NOT = 'S'
            MOVE 1 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        ELSE
            MOVE MASTER-ID-ALUNO TO CTA-ID-ALUNO
            READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
                INVALID KEY
                    MOVE 1 TO PQL-RX
                    PERFORM REGISTAR-PROBLEMA
                NOT INVALID KEY
                    IF CTA-EMERGENCIA-NOME = SPACES
                        OR CTA-EMERGENCIA-TEL = SPACES
                        MOVE CTA-EMERGENCIA-NOME TO PQL-VALOR
                        MOVE 12 TO PQL-RX
                        PERFORM REGISTAR-PROBLEMA
                    END-IF
            END-READ
        END-IF
    END-IF.

*> fichas de contactos: correio, telefone, morada, codigo postal e
*> IBAN. O nome vem do mestre.
PERFILAR-CONTACTOS-ALUNO.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    MOVE 'N' TO PQL-MASTER-ABERTO
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS NOT = "00"
        DISPLAY "Aviso: CONTACTOS-ALUNO-FILE indisponivel, perfil"
            " de contactos de alunos saltado."
    ELSE
        OPEN INPUT ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'S' TO PQL-MASTER-ABERTO
        END-IF
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ CONTACTOS-ALUNO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO PQL-LIDOS-CONTACTOS
                    PERFORM PERFILAR-UM-CONTACTO-ALUNO
            END-READ
        END-PERFORM
        IF PQL-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF.

PERFILAR-UM-CONTACTO-ALUNO.
    MOVE "ALUNO" TO PQL-FICHEIRO
    MOVE CTA-ID-ALUNO TO PQL-CHAVE
    MOVE SPACES TO PQL-NOME
    IF PQL-MASTER-ABERTO = 'S'
        MOVE CTA-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY MOVE "(sem registo mestre)" TO PQL-NOME
            NOT INVALID KEY MOVE MASTER-NOME-ALUNO TO PQL-NOME
        END-READ
    END-IF
    IF CTA-EMAIL = SPACES
        MOVE SPACES TO PQL-VALOR
        MOVE 2 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    ELSE
        MOVE CTA-EMAIL TO NTR-EMAIL
        PERFORM VALIDAR-EMAIL
        IF NTR-VALIDO = 'N'
            MOVE CTA-EMAIL TO PQL-VALOR
            MOVE 3 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        ELSE
            PERFORM GUARDAR-CORREIO
        END-IF
    END-IF
    IF CTA-TELEFONE = SPACES
        MOVE SPACES TO PQL-VALOR
        MOVE 4 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF CTA-MORADA-1 = SPACES OR CTA-LOCALIDADE = SPACES
        OR CTA-CODIGO-POSTAL = SPACES
        MOVE CTA-MORADA-1 TO PQL-VALOR
        MOVE 5 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF CTA-CODIGO-POSTAL NOT = SPACES
        MOVE CTA-CODIGO-POSTAL TO PQL-VALOR
        PERFORM AVALIAR-CODIGO-POSTAL
    END-IF
    IF CTA-IBAN NOT = SPACES
        MOVE CTA-IBAN TO IBAN-VALIDAR
        PERFORM AVALIAR-IBAN
    END-IF.

*> ---------------------------------------------------------------
*> docentes: nome e IBAN
*> ---------------------------------------------------------------
PERFILAR-DOCENTES.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    OPEN INPUT DOCENTES-FILE
    IF DOCENTES-STATUS NOT = "00"
        DISPLAY "Aviso: DOCENTES-FILE indisponivel, perfil de"
            " docentes saltado."
    ELSE
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ DOCENTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    ADD 1 TO PQL-LIDOS-DOCENTES
                    PERFORM PERFILAR-UM-DOCENTE
            END-READ
        END-PERFORM
        CLOSE DOCENTES-FILE
    END-IF.

PERFILAR-UM-DOCENTE.
    MOVE "DOCENTE" TO PQL-FICHEIRO
    MOVE DOC-ID TO PQL-CHAVE
    MOVE DOC-NOME TO PQL-NOME
    PERFORM AVALIAR-NOME
    IF DOC-IBAN = SPACES
        IF DOC-ATIVO
            MOVE SPACES TO PQL-VALOR
            MOVE 13 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        END-IF
    ELSE
        MOVE DOC-IBAN TO IBAN-VALIDAR
        PERFORM AVALIAR-IBAN
    END-IF.

*> ---------------------------------------------------------------
*> fornecedores ativos: nome, telefone, morada, codigo postal,
*> IBAN e existencia de pelo menos um contacto com correio
*> ---------------------------------------------------------------
PERFILAR-FORNECEDORES.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    MOVE 'N' TO PQL-VCT-ABERTO
    OPEN INPUT VENDOR-FILE
    IF VENDOR-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-FILE indisponivel, perfil de"
            " fornecedores saltado."
    ELSE
        OPEN INPUT VENDOR-CONTACT-FILE
        IF VCONTACT-STATUS = "00"
            MOVE 'S' TO PQL-VCT-ABERTO
        END-IF
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ VENDOR-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    IF VENDOR-ATIVO
                        ADD 1 TO PQL-LIDOS-VENDORS
                        PERFORM PERFILAR-UM-FORNECEDOR
                    END-IF
            END-READ
        END-PERFORM
        IF PQL-VCT-ABERTO = 'S'
            CLOSE VENDOR-CONTACT-FILE
        END-IF
        CLOSE VENDOR-FILE
    END-IF.

PERFILAR-UM-FORNECEDOR.
    MOVE "FORNECEDOR" TO PQL-FICHEIRO
    MOVE VENDOR-NUMBER TO PQL-CHAVE
    MOVE VENDOR-NAME TO PQL-NOME
    PERFORM AVALIAR-NOME
    PERFORM VERIFICAR-CORREIO-FORNECEDOR
    IF PQL-TEM-CORREIO = 'N'
        MOVE SPACES TO PQL-VALOR
        MOVE 2 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF VENDOR-PHONE = SPACES
        MOVE SPACES TO PQL-VALOR
        MOVE 4 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF VENDOR-ADDRESS-1 = SPACES OR VENDOR-CITY = SPACES
        OR VENDOR-ZIP = SPACES
        MOVE VENDOR-ADDRESS-1 TO PQL-VALOR
        MOVE 5 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF VENDOR-ZIP NOT = SPACES
        MOVE VENDOR-ZIP TO PQL-VALOR
        PERFORM AVALIAR-CODIGO-POSTAL
    END-IF
    IF VENDOR-IBAN NOT = SPACES
        MOVE VENDOR-IBAN TO IBAN-VALIDAR
        PERFORM AVALIAR-IBAN
    END-IF.

VERIFICAR-CORREIO-FORNECEDOR.
    MOVE 'N' TO PQL-TEM-CORREIO
    IF PQL-VCT-ABERTO = 'S'
        MOVE 'N' TO PQL-FIM-CONTACTOS
        MOVE VENDOR-NUMBER TO VCONTACT-VENDOR-NUMBER
        MOVE ZERO TO VCONTACT-SEQ
        START VENDOR-CONTACT-FILE KEY IS >= VCONTACT-CHAVE
            INVALID KEY MOVE 'Y' TO PQL-FIM-CONTACTOS
        END-START
        PERFORM UNTIL PQL-FIM-CONTACTOS = 'Y'
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-CONTACTOS
                NOT AT END
                    IF VCONTACT-VENDOR-NUMBER NOT = VENDOR-NUMBER
                        MOVE 'Y' TO PQL-FIM-CONTACTOS
                    ELSE
                        IF VCONTACT-EMAIL NOT = SPACES
                            MOVE VCONTACT-EMAIL TO NTR-EMAIL
                            PERFORM VALIDAR-EMAIL
                            IF NTR-VALIDO = 'S'
                                MOVE 'S' TO PQL-TEM-CORREIO
                                MOVE 'Y' TO PQL-FIM-CONTACTOS
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

*> contactos de fornecedores ativos: nome, correio e meio de
*> contacto. O correio conta para Q07 em nome do fornecedor, para
*> dois contactos da mesma empresa nao serem uma partilha.
PERFILAR-CONTACTOS-FORNECEDOR.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    OPEN INPUT VENDOR-CONTACT-FILE
    IF VCONTACT-STATUS = "00"
        OPEN INPUT VENDOR-FILE
        IF VENDOR-FILE-STATUS NOT = "00"
            CLOSE VENDOR-CONTACT-FILE
            MOVE "99" TO VCONTACT-STATUS
        END-IF
    END-IF
    IF VCONTACT-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-CONTACT-FILE indisponivel, perfil"
            " de contactos de fornecedores saltado."
    ELSE
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    MOVE VCONTACT-VENDOR-NUMBER TO VENDOR-NUMBER
                    READ VENDOR-FILE KEY IS VENDOR-NUMBER
                        INVALID KEY MOVE "I" TO VENDOR-STATUS
                    END-READ
                    IF VENDOR-ATIVO
                        ADD 1 TO PQL-LIDOS-VCONTACTOS
                        PERFORM PERFILAR-UM-CONTACTO-FORNECEDOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-FILE
        CLOSE VENDOR-CONTACT-FILE
    END-IF.

PERFILAR-UM-CONTACTO-FORNECEDOR.
    MOVE "CONT.FORN." TO PQL-FICHEIRO
    MOVE SPACES TO PQL-CHAVE
    STRING VCONTACT-VENDOR-NUMBER DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           VCONTACT-SEQ DELIMITED BY SIZE
           INTO PQL-CHAVE
    MOVE VCONTACT-NOME TO PQL-NOME
    PERFORM AVALIAR-NOME
    IF VCONTACT-TELEFONE = SPACES AND VCONTACT-EMAIL = SPACES
        MOVE "sem telefone nem correio" TO PQL-VALOR
        MOVE 4 TO PQL-RX
        PERFORM REGISTAR-PROBLEMA
    END-IF
    IF VCONTACT-EMAIL NOT = SPACES
        MOVE VCONTACT-EMAIL TO NTR-EMAIL
        PERFORM VALIDAR-EMAIL
        IF NTR-VALIDO = 'N'
            MOVE VCONTACT-EMAIL TO PQL-VALOR
            MOVE 3 TO PQL-RX
            PERFORM REGISTAR-PROBLEMA
        ELSE
            MOVE "FORNECEDOR" TO PQL-FICHEIRO
            MOVE VENDOR-NUMBER TO PQL-CHAVE
            MOVE VENDOR-NAME TO PQL-NOME
            PERFORM GUARDAR-CORREIO
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> valores partilhados: o ficheiro de trabalho vem ordenado por
*> tipo e valor; cada grupo com mais de um dono e lancado, um
*> problema por dono, numa seccao propria da lista.
*> ---------------------------------------------------------------
APURAR-PARTILHAS.
    MOVE SPACES TO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO
    MOVE "VALORES PARTILHADOS ENTRE REGISTOS:" TO LINHA-TRABALHO
    PERFORM ESCREVER-LINHA-TRABALHO
    MOVE SPACES TO PQL-ULTIMO-DONO
    MOVE 'N' TO PQL-FIM-FICHEIRO
    MOVE SPACES TO PQL-GRUPO-TIPO
    MOVE SPACES TO PQL-GRUPO-VALOR
    MOVE ZERO TO PQL-GRUPO-QTD
    MOVE LOW-VALUES TO PTL-CHAVE
    START PARTILHAS-FILE KEY IS >= PTL-CHAVE
        INVALID KEY MOVE 'Y' TO PQL-FIM-FICHEIRO
    END-START
    PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
        READ PARTILHAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
            NOT AT END
                IF PTL-TIPO NOT = PQL-GRUPO-TIPO
                    OR PTL-VALOR NOT = PQL-GRUPO-VALOR
                    PERFORM FECHAR-GRUPO-PARTILHA
                    MOVE PTL-TIPO TO PQL-GRUPO-TIPO
                    MOVE PTL-VALOR TO PQL-GRUPO-VALOR
                END-IF
                IF PQL-GRUPO-QTD < 50
                    ADD 1 TO PQL-GRUPO-QTD
                    MOVE PTL-FICHEIRO
                        TO PQL-GRUPO-FICHEIRO (PQL-GRUPO-QTD)
                    MOVE PTL-REGISTO
                        TO PQL-GRUPO-REGISTO (PQL-GRUPO-QTD)
                    MOVE PTL-NOME TO PQL-GRUPO-NOME (PQL-GRUPO-QTD)
                END-IF
        END-READ
    END-PERFORM
    PERFORM FECHAR-GRUPO-PARTILHA.

FECHAR-GRUPO-PARTILHA.
    IF PQL-GRUPO-QTD > 1
        IF PQL-GRUPO-TIPO = "E"
            MOVE 7 TO PQL-RX
        ELSE
            MOVE 8 TO PQL-RX
        END-IF
        MOVE PQL-GRUPO-VALOR TO PQL-VALOR
        PERFORM VARYING PQL-GX FROM 1 BY 1
            UNTIL PQL-GX > PQL-GRUPO-QTD
            MOVE PQL-GRUPO-FICHEIRO (PQL-GX) TO PQL-FICHEIRO
            MOVE PQL-GRUPO-REGISTO (PQL-GX) TO PQL-CHAVE
            MOVE PQL-GRUPO-NOME (PQL-GX) TO PQL-NOME
            PERFORM REGISTAR-PROBLEMA
        END-PERFORM
        MOVE SPACES TO LINHA-TRABALHO
        PERFORM ESCREVER-LINHA-TRABALHO
        MOVE SPACES TO PQL-ULTIMO-DONO
    END-IF
    MOVE ZERO TO PQL-GRUPO-QTD.

*> ---------------------------------------------------------------
*> historico: as quatro corridas anteriores a hoje de cada regra,
*> da mais recente para a mais antiga. O ficheiro vem por regra e
*> data, pelo que cada registo empurra os anteriores.
*> ---------------------------------------------------------------
CARREGAR-HISTORICO.
    MOVE 'N' TO PQL-FIM-FICHEIRO
    OPEN INPUT HISTORICO-FILE
    IF PQL-HIST-STATUS = "00"
        PERFORM UNTIL PQL-FIM-FICHEIRO = 'Y'
            READ HISTORICO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PQL-FIM-FICHEIRO
                NOT AT END
                    IF HQL-DATA < PQL-DATA-HOJE
                        PERFORM EMPURRAR-HISTORICO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORICO-FILE
    END-IF.

EMPURRAR-HISTORICO.
    PERFORM VARYING PQL-RX FROM 1 BY 1
        UNTIL PQL-RX > 13
        OR PQL-REGRA-COD (PQL-RX) = HQL-REGRA
        CONTINUE
    END-PERFORM
    IF PQL-RX <= 13
        MOVE PQL-ANTERIOR (PQL-RX, 3) TO PQL-ANTERIOR (PQL-RX, 4)
        MOVE PQL-ANTERIOR (PQL-RX, 2) TO PQL-ANTERIOR (PQL-RX, 3)
        MOVE PQL-ANTERIOR (PQL-RX, 1) TO PQL-ANTERIOR (PQL-RX, 2)
        MOVE HQL-CONTAGEM TO PQL-ANTERIOR (PQL-RX, 1)
        IF PQL-QTD-ANTERIORES (PQL-RX) < 4
            ADD 1 TO PQL-QTD-ANTERIORES (PQL-RX)
        END-IF
        IF HQL-DATA > PQL-DATA-ANTERIOR
            MOVE HQL-DATA TO PQL-DATA-ANTERIOR
        END-IF
    END-IF.

*> uma segunda corrida no mesmo dia substitui a primeira.
GRAVAR-HISTORICO.
    OPEN I-O HISTORICO-FILE
    IF PQL-HIST-STATUS = "35"
        OPEN OUTPUT HISTORICO-FILE
        CLOSE HISTORICO-FILE
        OPEN I-O HISTORICO-FILE
    END-IF
    IF PQL-HIST-STATUS NOT = "00"
        DISPLAY "Aviso: QUALIDADE-HIST.dat indisponivel ("
            PQL-HIST-STATUS "), corrida nao guardada no historico."
    ELSE
        PERFORM VARYING PQL-RX FROM 1 BY 1 UNTIL PQL-RX > 13
            MOVE PQL-REGRA-COD (PQL-RX) TO HQL-REGRA
            MOVE PQL-DATA-HOJE TO HQL-DATA
            MOVE PQL-CONTAGEM (PQL-RX) TO HQL-CONTAGEM
            MOVE PQL-TOTAL-REGISTOS TO HQL-REGISTOS
            WRITE REGISTO-HIST-QUALIDADE
                INVALID KEY REWRITE REGISTO-HIST-QUALIDADE
            END-WRITE
        END-PERFORM
        CLOSE HISTORICO-FILE
    END-IF.

*> ---------------------------------------------------------------
*> relatorio: registos analisados, contagem por regra e tendencia
*> ---------------------------------------------------------------
ESCREVER-RELATORIO-QUALIDADE.
    OPEN OUTPUT QUALIDADE-FILE
    MOVE ALL "=" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    STRING "  PERFIL DE QUALIDADE DOS DADOS - " DELIMITED BY SIZE
           PQL-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE ALL "=" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE "REGISTOS ANALISADOS:" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-LIDOS-ALUNOS TO PQL-TOTAL-ED
    STRING "  Alunos (mestre):              " DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-LIDOS-CONTACTOS TO PQL-TOTAL-ED
    STRING "  Fichas de contactos de alunos:" DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-LIDOS-DOCENTES TO PQL-TOTAL-ED
    STRING "  Docentes:                     " DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-LIDOS-VENDORS TO PQL-TOTAL-ED
    STRING "  Fornecedores ativos:          " DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-LIDOS-VCONTACTOS TO PQL-TOTAL-ED
    STRING "  Contactos de fornecedores:    " DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE ALL "-" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    IF PQL-DATA-ANTERIOR = ZERO
        MOVE "PROBLEMAS POR REGRA (primeira corrida, sem historico):"
            TO LINHA-QUALIDADE
    ELSE
        STRING "PROBLEMAS POR REGRA (corrida anterior: "
               DELIMITED BY SIZE
               PQL-DATA-ANTERIOR DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO LINHA-QUALIDADE
    END-IF
    PERFORM ESCREVER-LINHA-QUALIDADE
    STRING "REGRA DESCRICAO                                "
           DELIMITED BY SIZE
           " ATUAL   VAR.  ANTERIORES (MAIS RECENTE PRIMEIRO)"
           DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    PERFORM VARYING PQL-RX FROM 1 BY 1 UNTIL PQL-RX > 13
        PERFORM ESCREVER-LINHA-REGRA
    END-PERFORM
    MOVE ALL "-" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE PQL-TOTAL-PROBLEMAS TO PQL-TOTAL-ED
    STRING "Total de problemas: " DELIMITED BY SIZE
           PQL-TOTAL-ED DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    STRING "Lista de trabalho em " DELIMITED BY SIZE
           PQL-TRABALHO-NOME DELIMITED BY SIZE
           INTO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    MOVE ALL "=" TO LINHA-QUALIDADE
    PERFORM ESCREVER-LINHA-QUALIDADE
    CLOSE QUALIDADE-FILE.

ESCREVER-LINHA-REGRA.
    MOVE PQL-CONTAGEM (PQL-RX) TO PQL-CONTAGEM-ED
    MOVE PQL-REGRA-COD (PQL-RX) TO LINHA-QUALIDADE (1:3)
    MOVE PQL-REGRA-DESC (PQL-RX) TO LINHA-QUALIDADE (7:40)
    MOVE PQL-CONTAGEM-ED TO LINHA-QUALIDADE (48:6)
    IF PQL-QTD-ANTERIORES (PQL-RX) = ZERO
        MOVE "(novo)" TO LINHA-QUALIDADE (55:6)
    ELSE
        COMPUTE PQL-VARIACAO = PQL-CONTAGEM (PQL-RX)
            - PQL-ANTERIOR (PQL-RX, 1)
        MOVE PQL-VARIACAO TO PQL-VARIACAO-ED
        MOVE PQL-VARIACAO-ED TO LINHA-QUALIDADE (54:7)
        PERFORM VARYING PQL-HX FROM 1 BY 1
            UNTIL PQL-HX > PQL-QTD-ANTERIORES (PQL-RX)
            MOVE PQL-ANTERIOR (PQL-RX, PQL-HX) TO PQL-ANTERIOR-ED
            MOVE PQL-ANTERIOR-ED
                TO LINHA-QUALIDADE (55 + PQL-HX * 7:6)
        END-PERFORM
    END-IF
    PERFORM ESCREVER-LINHA-QUALIDADE.

COPY "pnotificacao.cbl".

COPY "piban.cbl".

COPY "pspool.cbl".
