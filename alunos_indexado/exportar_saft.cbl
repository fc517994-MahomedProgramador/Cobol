*>****************************************************************
*> Author:
*> Date:
*> Purpose: exportacao mensal do SAF-T (PT) de faturacao para a
*>          Autoridade Tributaria. Para um mes ja terminado
*>          (AAAAMM) escreve SAFT-PT-AAAAMM.xml com a tabela de
*>          clientes (os alunos com documentos no mes, de
*>          ALUNO-MASTER e CONTACTOS-ALUNO), a tabela de produtos
*>          (taxas de TABELATAXAS.dat e os servicos fixos da
*>          escola), os documentos de venda construidos de
*>          PROPMOV.dat - uma fatura FT por aluno/semestre/dia
*>          com os debitos (D) e juros (J), uma nota de credito
*>          NC com os creditos (C) e partes patrocinadas (S) - e
*>          os recibos RG de RECIBOS.dat emitidos no mes. As
*>          series sao PRAAAAMM, numeradas pela ordem dos
*>          movimentos, pelo que repetir o mes gera o mesmo
*>          ficheiro. Os totais sao conferidos com o diario GL do
*>          mes (GL-AAAAMM.dat de mensal_gl). O relatorio de
*>          validacao SAFT-VALIDACAO-AAAAMM.dat lista o que falta
*>          corrigir antes da submissao: V01 aluno sem nome, V02
*>          aluno sem morada completa, V03 aluno sem registo
*>          mestre, V04 movimento de valor zero, V05 referencia
*>          sem produto identificado, V06 NIF da escola invalido,
*>          V07 morada da escola incompleta, V08 diario GL do mes
*>          por extrair, V09 totais diferentes do diario GL.
*>          Os dados da escola vem das variaveis SAFT_NIF,
*>          SAFT_NOME, SAFT_MORADA, SAFT_LOCALIDADE e
*>          SAFT_CODIGO_POSTAL. O NIF do cliente e o do pagador
*>          registado nos contactos do aluno, ou o do proprio
*>          aluno; sem NIF valido o aluno e exportado como
*>          consumidor final (999999990) e as
*>          propinas como isentas de IVA (artigo 9, M07).
*>          Termina com RETURN-CODE 2 se houver validacoes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. exportar_saft.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "sltaxa.cbl".
     COPY "slpropmov.cbl".
     COPY "slrecibo.cbl".
     COPY "sldesconto.cbl".

     SELECT SAFT-FILE
         ASSIGN TO SFT-SAFT-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT VALIDACAO-FILE
         ASSIGN TO SFT-VALIDACAO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT DIARIO-GL-FILE
         ASSIGN TO SFT-DIARIO-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SFT-DIARIO-STATUS.

DATA DIVISION.
FILE SECTION.
  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdrecibo.cbl".
  COPY "fddesconto.cbl".

  FD SAFT-FILE.
  01 LINHA-SAFT              PIC X(250).

  FD VALIDACAO-FILE.
  01 LINHA-VALIDACAO         PIC X(100).

  FD DIARIO-GL-FILE.
  01 LINHA-DIARIO-GL         PIC X(80).
  01 DIARIO-GL-LANCAMENTO REDEFINES LINHA-DIARIO-GL.
     05 DGL-TIPO             PIC X(4).
     05 FILLER               PIC X.
     05 DGL-DEPARTAMENTO     PIC X(4).
     05 FILLER               PIC X.
     05 DGL-LADO             PIC X.
     05 FILLER               PIC X.
     05 DGL-CONTA            PIC X(8).
     05 FILLER               PIC X.
     05 DGL-VALOR            PIC X(15).
     05 FILLER               PIC X(44).

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wstaxa.cbl".
  COPY "wspropmov.cbl".
  COPY "wsrecibo.cbl".
  COPY "wsdesconto.cbl".
  COPY "wsnif.cbl".
    77 SFT-SAFT-NOME         PIC X(40).
    77 SFT-VALIDACAO-NOME    PIC X(40).
    77 SFT-DIARIO-NOME       PIC X(40).
    77 SFT-DIARIO-STATUS     PIC X(2) VALUE "00".
    77 SFT-NIF-ESCOLA        PIC X(9) VALUE SPACES.
    77 SFT-NOME-ESCOLA       PIC X(60)
        VALUE "ESCOLA - SERVICOS ADMINISTRATIVOS".
    77 SFT-MORADA-ESCOLA     PIC X(60) VALUE SPACES.
    77 SFT-LOCALIDADE-ESCOLA PIC X(30) VALUE SPACES.
    77 SFT-CP-ESCOLA         PIC X(8) VALUE SPACES.
    77 SFT-AMBIENTE          PIC X(60).
    77 SFT-HOJE              PIC 9(8).
    77 SFT-MES-ATUAL         PIC 9(6).
    77 SFT-INICIO            PIC 9(8).
    77 SFT-FIM               PIC 9(8).
    77 SFT-SEGUINTE          PIC 9(8).
    77 SFT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 SFT-TAXAS-ABERTO      PIC X VALUE 'N'.
    77 SFT-DESCONTOS-ABERTO  PIC X VALUE 'N'.
    77 SFT-MASTER-ABERTO     PIC X VALUE 'N'.
    77 SFT-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 SFT-PASSAGEM          PIC X VALUE 'A'.
        88 SFT-ANALISE         VALUE 'A'.
        88 SFT-ESCRITA         VALUE 'E'.
    77 SFT-DOC-TIPO          PIC X(2).
    77 SFT-DOC-ABERTO        PIC X VALUE 'N'.
    77 SFT-CHAVE-ANTERIOR    PIC X(21).
    77 SFT-NUM-FT            PIC 9(6) VALUE ZERO.
    77 SFT-NUM-NC            PIC 9(6) VALUE ZERO.
    77 SFT-NUM-LINHA         PIC 9(4) VALUE ZERO.
    77 SFT-DOC-TOTAL         PIC 9(9)V99 VALUE ZERO.
    77 SFT-TOTAL-DOCS        PIC 9(6) VALUE ZERO.
    77 SFT-TOTAL-FT          PIC 9(9)V99 VALUE ZERO.
    77 SFT-TOTAL-NC          PIC 9(9)V99 VALUE ZERO.
    77 SFT-TOTAL-RECIBOS     PIC 9(6) VALUE ZERO.
    77 SFT-VALOR-RECIBOS     PIC 9(9)V99 VALUE ZERO.
    77 SFT-TOTAL-CLIENTES    PIC 9(6) VALUE ZERO.
    77 SFT-TOTAL-PRODUTOS    PIC 9(4) VALUE ZERO.
    77 SFT-TOTAL-VALIDACOES  PIC 9(5) VALUE ZERO.
    77 SFT-GL-PRD            PIC 9(9)V99 VALUE ZERO.
    77 SFT-GL-PRJ            PIC 9(9)V99 VALUE ZERO.
    77 SFT-GL-PRC            PIC 9(9)V99 VALUE ZERO.
    77 SFT-GL-PRS            PIC 9(9)V99 VALUE ZERO.
    77 SFT-GL-PRP            PIC 9(9)V99 VALUE ZERO.
    77 SFT-MOV-PRD           PIC 9(9)V99 VALUE ZERO.
    77 SFT-MOV-PRJ           PIC 9(9)V99 VALUE ZERO.
    77 SFT-MOV-PRC           PIC 9(9)V99 VALUE ZERO.
    77 SFT-MOV-PRS           PIC 9(9)V99 VALUE ZERO.
    77 SFT-MOV-PRP           PIC 9(9)V99 VALUE ZERO.
    77 SFT-DIARIO-EXISTE     PIC X VALUE 'N'.
    77 SFT-CONTROLO-A        PIC 9(9)V99.
    77 SFT-CONTROLO-B        PIC 9(9)V99.
    77 SFT-DIFERENCA         PIC S9(9)V99.
    77 SFT-CIDX              PIC 9(6).
    77 SFT-PIDX              PIC 9(2).
    77 SFT-TIDX              PIC 9(3).
    77 SFT-PRODUTO           PIC X(10).
    77 SFT-PRODUTO-DESC      PIC X(30).
    77 SFT-PRODUTO-ACHADO    PIC X VALUE 'N'.
    77 SFT-ALUNO-ACHADO      PIC X VALUE 'N'.
    77 SFT-REPETIDO          PIC X VALUE 'N'.
    77 SFT-VAL-CODIGO        PIC X(3).
    77 SFT-VAL-CHAVE         PIC X(20).
    77 SFT-VAL-TEXTO         PIC X(60).
    77 SFT-TAG               PIC X(40).
    77 SFT-TEXTO             PIC X(100).
    77 SFT-XML               PIC X(200).
    77 SFT-XML-PTR           PIC 9(3).
    77 SFT-IDX               PIC 9(3).
    77 SFT-NIVEL             PIC 9(2) VALUE ZERO.
    77 SFT-PTR               PIC 9(3).
    77 SFT-LINHAS            PIC 9(7) VALUE ZERO.
    77 SFT-MONTANTE          PIC 9(9)V99.
    77 SFT-NUMERO            PIC 9(9).
    77 SFT-DATA-TRAB         PIC 9(8).
    77 SFT-VALOR-ED          PIC Z(8)9.99.
    77 SFT-NUM-ED            PIC Z(8)9.
    77 SFT-TOTAL-ED          PIC +Z(8)9.99.

    01 SFT-PERIODO           PIC 9(6).
    01 SFT-PERIODO-R REDEFINES SFT-PERIODO.
       05 SFT-ANO            PIC 9(4).
       05 SFT-MES            PIC 9(2).

    01 SFT-CHAVE-MOV.
       05 SFT-CHV-DATA       PIC 9(8).
       05 SFT-CHV-ALUNO      PIC 9(5).
       05 SFT-CHV-SEMESTRE   PIC X(6).
       05 SFT-CHV-TIPO       PIC X(2).

*> alunos com documentos no mes, marcados na primeira passagem
    01 SFT-CLIENTES.
       05 SFT-MARCA          PIC X OCCURS 99999 TIMES.

*> servicos sem codigo na tabela de taxas, identificados pelo
*> prefixo da referencia do movimento; a ultima entrada (sem
*> prefixo) recebe o que nao for reconhecido.
    01 SFT-PRODUTOS-VALORES.
       05 FILLER PIC X(10) VALUE "PROPINA".
       05 FILLER PIC 9(2)  VALUE 7.
       05 FILLER PIC X(10) VALUE "PROPINA".
       05 FILLER PIC X(30) VALUE "Propina de frequencia".
       05 FILLER PIC X(10) VALUE "ESTATUTO".
       05 FILLER PIC 9(2)  VALUE 8.
       05 FILLER PIC X(10) VALUE "PROPINA".
       05 FILLER PIC X(30) VALUE "Propina de frequencia".
       05 FILLER PIC X(10) VALUE "PATROCINIO".
       05 FILLER PIC 9(2)  VALUE 10.
       05 FILLER PIC X(10) VALUE "PROPINA".
       05 FILLER PIC X(30) VALUE "Propina de frequencia".
       05 FILLER PIC X(10) VALUE "CAN".
       05 FILLER PIC 9(2)  VALUE 3.
       05 FILLER PIC X(10) VALUE "PROPINA".
       05 FILLER PIC X(30) VALUE "Propina de frequencia".
       05 FILLER PIC X(10) VALUE "RES".
       05 FILLER PIC 9(2)  VALUE 3.
       05 FILLER PIC X(10) VALUE "RENDA".
       05 FILLER PIC X(30) VALUE "Renda de residencia".
       05 FILLER PIC X(10) VALUE "REQ".
       05 FILLER PIC 9(2)  VALUE 3.
       05 FILLER PIC X(10) VALUE "REQUERIM".
       05 FILLER PIC X(30) VALUE "Taxa de requerimento".
       05 FILLER PIC X(10) VALUE "RECURSO".
       05 FILLER PIC 9(2)  VALUE 7.
       05 FILLER PIC X(10) VALUE "RECURSO".
       05 FILLER PIC X(30) VALUE "Taxa de recurso".
       05 FILLER PIC X(10) VALUE "EMP".
       05 FILLER PIC 9(2)  VALUE 3.
       05 FILLER PIC X(10) VALUE "EQUIPAM".
       05 FILLER PIC X(30) VALUE "Equipamento nao devolvido".
       05 FILLER PIC X(10) VALUE "SEGURO".
       05 FILLER PIC 9(2)  VALUE 6.
       05 FILLER PIC X(10) VALUE "SEGURO".
       05 FILLER PIC X(30) VALUE "Seguro escolar".
       05 FILLER PIC X(10) VALUE "JM".
       05 FILLER PIC 9(2)  VALUE 2.
       05 FILLER PIC X(10) VALUE "JUROS".
       05 FILLER PIC X(30) VALUE "Juros de mora".
       05 FILLER PIC X(10) VALUE SPACES.
       05 FILLER PIC 9(2)  VALUE ZERO.
       05 FILLER PIC X(10) VALUE "OUTROS".
       05 FILLER PIC X(30) VALUE "Outros servicos escolares".
    01 SFT-PRODUTOS-TABELA REDEFINES SFT-PRODUTOS-VALORES.
       05 SFT-PRD-ENTRADA OCCURS 11 TIMES.
          10 SFT-PRD-PREFIXO PIC X(10).
          10 SFT-PRD-TAMANHO PIC 9(2).
          10 SFT-PRD-CODIGO  PIC X(10).
          10 SFT-PRD-DESC    PIC X(30).

PROCEDURE DIVISION.
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvtaxa.cbl".
COPY "rvpropmov.cbl".
COPY "rvrecibo.cbl".
COPY "rvdesconto.cbl".

    PERFORM LER-DADOS-ESCOLA
    PERFORM EXPORTAR-SAFT.
GOBACK.

LER-DADOS-ESCOLA.
    MOVE SPACES TO SFT-AMBIENTE
    ACCEPT SFT-AMBIENTE FROM ENVIRONMENT "SAFT_NIF"
    IF SFT-AMBIENTE NOT = SPACES
        MOVE SFT-AMBIENTE TO SFT-NIF-ESCOLA
    END-IF
    MOVE SPACES TO SFT-AMBIENTE
    ACCEPT SFT-AMBIENTE FROM ENVIRONMENT "SAFT_NOME"
    IF SFT-AMBIENTE NOT = SPACES
        MOVE SFT-AMBIENTE TO SFT-NOME-ESCOLA
    END-IF
    MOVE SPACES TO SFT-AMBIENTE
    ACCEPT SFT-AMBIENTE FROM ENVIRONMENT "SAFT_MORADA"
    IF SFT-AMBIENTE NOT = SPACES
        MOVE SFT-AMBIENTE TO SFT-MORADA-ESCOLA
    END-IF
    MOVE SPACES TO SFT-AMBIENTE
    ACCEPT SFT-AMBIENTE FROM ENVIRONMENT "SAFT_LOCALIDADE"
    IF SFT-AMBIENTE NOT = SPACES
        MOVE SFT-AMBIENTE TO SFT-LOCALIDADE-ESCOLA
    END-IF
    MOVE SPACES TO SFT-AMBIENTE
    ACCEPT SFT-AMBIENTE FROM ENVIRONMENT "SAFT_CODIGO_POSTAL"
    IF SFT-AMBIENTE NOT = SPACES
        MOVE SFT-AMBIENTE TO SFT-CP-ESCOLA
    END-IF.

EXPORTAR-SAFT.
    ACCEPT SFT-HOJE FROM DATE YYYYMMDD
    COMPUTE SFT-MES-ATUAL = SFT-HOJE / 100
    DISPLAY "Mes a exportar (AAAAMM): " NO ADVANCING
    ACCEPT SFT-PERIODO
    IF SFT-PERIODO NOT NUMERIC OR SFT-MES = ZERO OR SFT-MES > 12
        DISPLAY "Mes invalido."
        MOVE 1 TO RETURN-CODE
    ELSE
        IF SFT-PERIODO NOT < SFT-MES-ATUAL
            DISPLAY "So se exportam meses ja terminados."
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM PREPARAR-PERIODO
            MOVE SPACES TO SFT-CLIENTES
            SET SFT-ANALISE TO TRUE
            PERFORM PERCORRER-PROPMOV
            PERFORM PERCORRER-RECIBOS
            OPEN OUTPUT SAFT-FILE
            OPEN OUTPUT VALIDACAO-FILE
            MOVE SPACES TO LINHA-VALIDACAO
            STRING "VALIDACAO SAF-T (PT) DO MES " DELIMITED BY SIZE
                   SFT-PERIODO DELIMITED BY SIZE
                   INTO LINHA-VALIDACAO
            WRITE LINHA-VALIDACAO
            PERFORM ABRIR-FICHEIROS-MESTRE
            PERFORM VALIDAR-ESCOLA
            MOVE "<?xml version=""1.0"" encoding=""Windows-1252""?>"
                TO LINHA-SAFT
            WRITE LINHA-SAFT
            MOVE "<AuditFile xmlns=""urn:OECD:StandardAuditFile-Tax:PT_1.04_01"">"
                TO LINHA-SAFT
            WRITE LINHA-SAFT
            MOVE 1 TO SFT-NIVEL
            PERFORM ESCREVER-CABECALHO
            MOVE "MasterFiles" TO SFT-TAG
            PERFORM ABRIR-ELEMENTO
            PERFORM ESCREVER-CLIENTE
                VARYING SFT-CIDX FROM 1 BY 1 UNTIL SFT-CIDX > 99999
            PERFORM ESCREVER-PRODUTOS
            PERFORM ESCREVER-TABELA-IVA
            MOVE "MasterFiles" TO SFT-TAG
            PERFORM FECHAR-ELEMENTO
            MOVE "SourceDocuments" TO SFT-TAG
            PERFORM ABRIR-ELEMENTO
            SET SFT-ESCRITA TO TRUE
            PERFORM ESCREVER-FATURAS
            PERFORM ESCREVER-PAGAMENTOS
            MOVE "SourceDocuments" TO SFT-TAG
            PERFORM FECHAR-ELEMENTO
            MOVE "</AuditFile>" TO LINHA-SAFT
            WRITE LINHA-SAFT
            PERFORM FECHAR-FICHEIROS-MESTRE
            CLOSE SAFT-FILE
            PERFORM CONTROLO-DIARIO-GL
            CLOSE VALIDACAO-FILE
            PERFORM MOSTRAR-TOTAIS
        END-IF
    END-IF.

PREPARAR-PERIODO.
    COMPUTE SFT-INICIO = SFT-PERIODO * 100 + 1
    IF SFT-MES = 12
        COMPUTE SFT-SEGUINTE = (SFT-ANO + 1) * 10000 + 101
    ELSE
        COMPUTE SFT-SEGUINTE = SFT-INICIO + 100
    END-IF
    COMPUTE SFT-FIM = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (SFT-SEGUINTE) - 1)
    MOVE SPACES TO SFT-SAFT-NOME
    STRING "SAFT-PT-" DELIMITED BY SIZE
           SFT-PERIODO DELIMITED BY SIZE
           ".xml" DELIMITED BY SIZE
           INTO SFT-SAFT-NOME
    MOVE SPACES TO SFT-VALIDACAO-NOME
    STRING "SAFT-VALIDACAO-" DELIMITED BY SIZE
           SFT-PERIODO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO SFT-VALIDACAO-NOME
    MOVE SPACES TO SFT-DIARIO-NOME
    STRING "GL-" DELIMITED BY SIZE
           SFT-PERIODO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO SFT-DIARIO-NOME.

ABRIR-FICHEIROS-MESTRE.
    OPEN INPUT ALUNO-MASTER-FILE
    IF ALUNOMASTER-STATUS = "00"
        MOVE 'S' TO SFT-MASTER-ABERTO
    END-IF
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO SFT-CONTACTOS-ABERTO
    END-IF
    OPEN INPUT TAXAS-FILE
    IF TAXAS-STATUS = "00"
        MOVE 'S' TO SFT-TAXAS-ABERTO
    END-IF
    OPEN INPUT DESCONTOS-FILE
    IF DESCONTOS-STATUS = "00"
        MOVE 'S' TO SFT-DESCONTOS-ABERTO
    END-IF.

FECHAR-FICHEIROS-MESTRE.
    IF SFT-MASTER-ABERTO = 'S'
        CLOSE ALUNO-MASTER-FILE
    END-IF
    IF SFT-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    IF SFT-TAXAS-ABERTO = 'S'
        CLOSE TAXAS-FILE
    END-IF
    IF SFT-DESCONTOS-ABERTO = 'S'
        CLOSE DESCONTOS-FILE
    END-IF.

VALIDAR-ESCOLA.
    MOVE SFT-NIF-ESCOLA TO NIF-VALIDAR
    PERFORM VALIDAR-NIF
    IF NIF-INVALIDO
        MOVE "V06" TO SFT-VAL-CODIGO
        MOVE SFT-NIF-ESCOLA TO SFT-VAL-CHAVE
        MOVE "NIF da escola invalido ou por configurar (SAFT_NIF)"
            TO SFT-VAL-TEXTO
        PERFORM REGISTAR-VALIDACAO
    END-IF
    IF SFT-MORADA-ESCOLA = SPACES OR SFT-LOCALIDADE-ESCOLA = SPACES
        OR SFT-CP-ESCOLA = SPACES
        MOVE "V07" TO SFT-VAL-CODIGO
        MOVE "ESCOLA" TO SFT-VAL-CHAVE
        MOVE "Morada da escola incompleta (SAFT_MORADA...)"
            TO SFT-VAL-TEXTO
        PERFORM REGISTAR-VALIDACAO
    END-IF.

*> ---------------------------------------------------------------
*> movimentos de PROPMOV.dat: na analise marca os clientes e conta
*> documentos e totais; na escrita gera as faturas e notas de
*> credito. As duas passagens agrupam da mesma maneira.
*> ---------------------------------------------------------------
PERCORRER-PROPMOV.
    MOVE 'N' TO SFT-FIM-FICHEIRO
    MOVE SPACES TO SFT-CHAVE-ANTERIOR
    MOVE 'N' TO SFT-DOC-ABERTO
    OPEN INPUT PROPMOV-FILE.
    IF PROPMOV-STATUS = "00"
        PERFORM UNTIL SFT-FIM-FICHEIRO = 'Y'
            READ PROPMOV-FILE
                AT END MOVE 'Y' TO SFT-FIM-FICHEIRO
                NOT AT END
                    IF MOV-DATA (1:6) = SFT-PERIODO
                        PERFORM TRATAR-MOVIMENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPMOV-FILE
    END-IF
    IF SFT-DOC-ABERTO = 'S'
        PERFORM FECHAR-DOCUMENTO
    END-IF.

TRATAR-MOVIMENTO.
    EVALUATE TRUE
        WHEN MOV-DEBITO
            MOVE "FT" TO SFT-DOC-TIPO
        WHEN MOV-JUROS
            MOVE "FT" TO SFT-DOC-TIPO
        WHEN MOV-CREDITO
            MOVE "NC" TO SFT-DOC-TIPO
        WHEN MOV-PATROCINIO
            MOVE "NC" TO SFT-DOC-TIPO
        WHEN OTHER
            MOVE SPACES TO SFT-DOC-TIPO
    END-EVALUATE
    IF SFT-ANALISE
        PERFORM ACUMULAR-CONTROLO-GL
    END-IF
    IF SFT-DOC-TIPO NOT = SPACES
        IF MOV-VALOR = ZERO
            IF SFT-ESCRITA
                MOVE "V04" TO SFT-VAL-CODIGO
                MOVE SPACES TO SFT-VAL-CHAVE
                STRING MOV-ID-ALUNO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MOV-DATA DELIMITED BY SIZE
                       INTO SFT-VAL-CHAVE
                MOVE SPACES TO SFT-VAL-TEXTO
                STRING "Movimento de valor zero excluido: "
                       DELIMITED BY SIZE
                       MOV-REFERENCIA DELIMITED BY SIZE
                       INTO SFT-VAL-TEXTO
                PERFORM REGISTAR-VALIDACAO
            END-IF
        ELSE
            MOVE MOV-DATA TO SFT-CHV-DATA
            MOVE MOV-ID-ALUNO TO SFT-CHV-ALUNO
            MOVE MOV-SEMESTRE TO SFT-CHV-SEMESTRE
            MOVE SFT-DOC-TIPO TO SFT-CHV-TIPO
            IF SFT-ANALISE
                PERFORM ANALISAR-LINHA-DOCUMENTO
            ELSE
                IF SFT-CHAVE-MOV NOT = SFT-CHAVE-ANTERIOR
                    IF SFT-DOC-ABERTO = 'S'
                        PERFORM FECHAR-DOCUMENTO
                    END-IF
                    PERFORM ABRIR-DOCUMENTO
                END-IF
                PERFORM ESCREVER-LINHA-DOCUMENTO
            END-IF
            MOVE SFT-CHAVE-MOV TO SFT-CHAVE-ANTERIOR
        END-IF
    END-IF.

ACUMULAR-CONTROLO-GL.
*> os mesmos tipos que mensal_gl agrega para o departamento ALUN.
    EVALUATE TRUE
        WHEN MOV-DEBITO
            ADD MOV-VALOR TO SFT-MOV-PRD
        WHEN MOV-JUROS
            ADD MOV-VALOR TO SFT-MOV-PRJ
        WHEN MOV-CREDITO
            ADD MOV-VALOR TO SFT-MOV-PRC
        WHEN MOV-PATROCINIO
            ADD MOV-VALOR TO SFT-MOV-PRS
        WHEN MOV-PAGAMENTO
            ADD MOV-VALOR TO SFT-MOV-PRP
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ANALISAR-LINHA-DOCUMENTO.
    IF MOV-ID-ALUNO > ZERO
        MOVE "S" TO SFT-MARCA (MOV-ID-ALUNO)
    END-IF
    IF SFT-CHAVE-MOV NOT = SFT-CHAVE-ANTERIOR
        ADD 1 TO SFT-TOTAL-DOCS
    END-IF
    IF SFT-DOC-TIPO = "FT"
        ADD MOV-VALOR TO SFT-TOTAL-FT
    ELSE
        ADD MOV-VALOR TO SFT-TOTAL-NC
    END-IF.

*> ---------------------------------------------------------------
*> recibos de RECIBOS.dat emitidos no mes: a numeracao comeca na
*> data vezes 10000, pelo que o mes e um intervalo de chaves.
*> ---------------------------------------------------------------
PERCORRER-RECIBOS.
    MOVE 'N' TO SFT-FIM-FICHEIRO
    OPEN INPUT RECIBOS-FILE.
    IF RECIBOS-STATUS = "00"
        COMPUTE RCB-NUMERO = SFT-INICIO * 10000
        START RECIBOS-FILE KEY IS NOT LESS THAN RCB-NUMERO
            INVALID KEY
                MOVE 'Y' TO SFT-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SFT-FIM-FICHEIRO = 'Y'
            READ RECIBOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO SFT-FIM-FICHEIRO
                NOT AT END
                    IF RCB-DATA-EMISSAO > SFT-FIM
                        MOVE 'Y' TO SFT-FIM-FICHEIRO
                    ELSE
                        PERFORM TRATAR-RECIBO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECIBOS-FILE
    END-IF.

TRATAR-RECIBO.
    IF RCB-DATA-EMISSAO NOT < SFT-INICIO
        IF SFT-ANALISE
            IF RCB-ID-ALUNO > ZERO
                MOVE "S" TO SFT-MARCA (RCB-ID-ALUNO)
            END-IF
            ADD 1 TO SFT-TOTAL-RECIBOS
            ADD RCB-VALOR TO SFT-VALOR-RECIBOS
        ELSE
            PERFORM ESCREVER-RECIBO
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> cabecalho e tabelas mestras
*> ---------------------------------------------------------------
ESCREVER-CABECALHO.
    MOVE "Header" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "AuditFileVersion" TO SFT-TAG
    MOVE "1.04_01" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "CompanyID" TO SFT-TAG
    MOVE SFT-NIF-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxRegistrationNumber" TO SFT-TAG
    MOVE SFT-NIF-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxAccountingBasis" TO SFT-TAG
    MOVE "F" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "CompanyName" TO SFT-TAG
    MOVE SFT-NOME-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "CompanyAddress" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "AddressDetail" TO SFT-TAG
    MOVE SFT-MORADA-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "City" TO SFT-TAG
    MOVE SFT-LOCALIDADE-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "PostalCode" TO SFT-TAG
    MOVE SFT-CP-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "Country" TO SFT-TAG
    MOVE "PT" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "CompanyAddress" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "FiscalYear" TO SFT-TAG
    MOVE SFT-ANO TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "StartDate" TO SFT-TAG
    MOVE SFT-INICIO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "EndDate" TO SFT-TAG
    MOVE SFT-FIM TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "CurrencyCode" TO SFT-TAG
    MOVE "EUR" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "DateCreated" TO SFT-TAG
    MOVE SFT-HOJE TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "TaxEntity" TO SFT-TAG
    MOVE "Global" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductCompanyTaxID" TO SFT-TAG
    MOVE SFT-NIF-ESCOLA TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SoftwareCertificateNumber" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductID" TO SFT-TAG
    MOVE "GESTAO ACADEMICA/SERVICOS ADMINISTRATIVOS" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductVersion" TO SFT-TAG
    MOVE "1.0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Header" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

ESCREVER-CLIENTE.
    IF SFT-MARCA (SFT-CIDX) = "S"
        ADD 1 TO SFT-TOTAL-CLIENTES
        MOVE SPACES TO MASTER-NOME-ALUNO
        MOVE 'N' TO SFT-ALUNO-ACHADO
        IF SFT-MASTER-ABERTO = 'S'
            MOVE SFT-CIDX TO MASTER-ID-ALUNO
            READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
                INVALID KEY
                    MOVE SPACES TO MASTER-NOME-ALUNO
                NOT INVALID KEY
                    MOVE 'S' TO SFT-ALUNO-ACHADO
            END-READ
        END-IF
        MOVE SFT-CIDX TO SFT-NUMERO
        MOVE SFT-NUMERO TO SFT-NUM-ED
        MOVE SPACES TO SFT-VAL-CHAVE
        MOVE FUNCTION TRIM (SFT-NUM-ED) TO SFT-VAL-CHAVE
        IF SFT-ALUNO-ACHADO NOT = 'S'
            MOVE "V03" TO SFT-VAL-CODIGO
            MOVE "Aluno com documentos sem registo em ALUNO-MASTER"
                TO SFT-VAL-TEXTO
            PERFORM REGISTAR-VALIDACAO
        ELSE
            IF MASTER-NOME-ALUNO = SPACES
                MOVE "V01" TO SFT-VAL-CODIGO
                MOVE "Aluno sem nome no ficheiro mestre"
                    TO SFT-VAL-TEXTO
                PERFORM REGISTAR-VALIDACAO
            END-IF
        END-IF
        MOVE SPACES TO REGISTO-CONTACTO-ALUNO
        IF SFT-CONTACTOS-ABERTO = 'S'
            MOVE SFT-CIDX TO CTA-ID-ALUNO
            READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
                INVALID KEY
                    MOVE SPACES TO REGISTO-CONTACTO-ALUNO
            END-READ
        END-IF
        IF CTA-MORADA-1 = SPACES OR CTA-LOCALIDADE = SPACES
            OR CTA-CODIGO-POSTAL = SPACES
            MOVE "V02" TO SFT-VAL-CODIGO
            MOVE "Aluno sem morada completa (enviado Desconhecido)"
                TO SFT-VAL-TEXTO
            PERFORM REGISTAR-VALIDACAO
        END-IF
        MOVE "Customer" TO SFT-TAG
        PERFORM ABRIR-ELEMENTO
        MOVE "CustomerID" TO SFT-TAG
        MOVE SFT-VAL-CHAVE TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO
        MOVE "AccountID" TO SFT-TAG
        MOVE "Desconhecido" TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO
        MOVE "CustomerTaxID" TO SFT-TAG
        PERFORM NIF-CLIENTE
        PERFORM ESCREVER-ELEMENTO
        MOVE "CompanyName" TO SFT-TAG
        MOVE MASTER-NOME-ALUNO TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
        MOVE "BillingAddress" TO SFT-TAG
        PERFORM ABRIR-ELEMENTO
        MOVE "AddressDetail" TO SFT-TAG
        MOVE SPACES TO SFT-TEXTO
        IF CTA-MORADA-1 NOT = SPACES
            STRING CTA-MORADA-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTA-MORADA-2 DELIMITED BY SIZE
                   INTO SFT-TEXTO
        END-IF
        PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
        MOVE "City" TO SFT-TAG
        MOVE CTA-LOCALIDADE TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
        MOVE "PostalCode" TO SFT-TAG
        MOVE CTA-CODIGO-POSTAL TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
        MOVE "Country" TO SFT-TAG
        MOVE "PT" TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO
        MOVE "BillingAddress" TO SFT-TAG
        PERFORM FECHAR-ELEMENTO
        IF CTA-TELEFONE NOT = SPACES
            MOVE "Telephone" TO SFT-TAG
            MOVE CTA-TELEFONE TO SFT-TEXTO
            PERFORM ESCREVER-ELEMENTO
        END-IF
        IF CTA-EMAIL NOT = SPACES
            MOVE "Email" TO SFT-TAG
            MOVE CTA-EMAIL TO SFT-TEXTO
            PERFORM ESCREVER-ELEMENTO
        END-IF
        MOVE "SelfBillingIndicator" TO SFT-TAG
        MOVE "0" TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO
        MOVE "Customer" TO SFT-TAG
        PERFORM FECHAR-ELEMENTO
    END-IF.

NIF-CLIENTE.
*> NIF de faturacao do aluno (o de quem paga, se registado, senao
*> o proprio); sem NIF valido segue como consumidor final.
    MOVE "999999990" TO SFT-TEXTO
    IF CTA-NIF-PAGADOR NOT = SPACES
        MOVE CTA-NIF-PAGADOR TO NIF-VALIDAR
    ELSE
        MOVE CTA-NIF TO NIF-VALIDAR
    END-IF
    PERFORM VALIDAR-NIF
    IF NIF-VALIDO
        MOVE NIF-VALIDAR TO SFT-TEXTO
    END-IF.

ESCREVER-PRODUTOS.
*> todas as taxas da tabela e os servicos fixos que nao tenham ja
*> codigo igual na tabela de taxas.
    IF SFT-TAXAS-ABERTO = 'S'
        MOVE 'N' TO SFT-FIM-FICHEIRO
        MOVE LOW-VALUES TO TAX-CODIGO
        START TAXAS-FILE KEY IS NOT LESS THAN TAX-CODIGO
            INVALID KEY
                MOVE 'Y' TO SFT-FIM-FICHEIRO
        END-START
        PERFORM UNTIL SFT-FIM-FICHEIRO = 'Y'
            READ TAXAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO SFT-FIM-FICHEIRO
                NOT AT END
                    MOVE TAX-CODIGO TO SFT-PRODUTO
                    MOVE TAX-DESCRICAO TO SFT-PRODUTO-DESC
                    PERFORM ESCREVER-PRODUTO
            END-READ
        END-PERFORM
    END-IF
    PERFORM ESCREVER-PRODUTO-FIXO
        VARYING SFT-PIDX FROM 1 BY 1 UNTIL SFT-PIDX > 11.

ESCREVER-PRODUTO-FIXO.
    MOVE 'N' TO SFT-REPETIDO
    IF SFT-PIDX > 1
        IF SFT-PRD-CODIGO (SFT-PIDX) = SFT-PRD-CODIGO (SFT-PIDX - 1)
            MOVE 'S' TO SFT-REPETIDO
        END-IF
    END-IF
    IF SFT-REPETIDO = 'N' AND SFT-TAXAS-ABERTO = 'S'
        MOVE SFT-PRD-CODIGO (SFT-PIDX) TO TAX-CODIGO
        IF SFT-PRD-CODIGO (SFT-PIDX) (7:4) = SPACES
            READ TAXAS-FILE KEY IS TAX-CODIGO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO SFT-REPETIDO
            END-READ
        END-IF
    END-IF
    IF SFT-REPETIDO = 'N'
        MOVE SFT-PRD-CODIGO (SFT-PIDX) TO SFT-PRODUTO
        MOVE SFT-PRD-DESC (SFT-PIDX) TO SFT-PRODUTO-DESC
        PERFORM ESCREVER-PRODUTO
    END-IF.

ESCREVER-PRODUTO.
    ADD 1 TO SFT-TOTAL-PRODUTOS
    MOVE "Product" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "ProductType" TO SFT-TAG
    MOVE "S" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductCode" TO SFT-TAG
    MOVE SFT-PRODUTO TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductDescription" TO SFT-TAG
    MOVE SFT-PRODUTO-DESC TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "ProductNumberCode" TO SFT-TAG
    MOVE SFT-PRODUTO TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Product" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

ESCREVER-TABELA-IVA.
    MOVE "TaxTable" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "TaxTableEntry" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "TaxType" TO SFT-TAG
    MOVE "IVA" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxCountryRegion" TO SFT-TAG
    MOVE "PT" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxCode" TO SFT-TAG
    MOVE "ISE" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Description" TO SFT-TAG
    MOVE "Isento" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxPercentage" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxTableEntry" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "TaxTable" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

ESCREVER-IMPOSTO.
    MOVE "TaxType" TO SFT-TAG
    MOVE "IVA" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxCountryRegion" TO SFT-TAG
    MOVE "PT" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxCode" TO SFT-TAG
    MOVE "ISE" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxPercentage" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO.

*> ---------------------------------------------------------------
*> documentos de venda (FT / NC)
*> ---------------------------------------------------------------
ESCREVER-FATURAS.
    MOVE "SalesInvoices" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "NumberOfEntries" TO SFT-TAG
    MOVE SFT-TOTAL-DOCS TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "TotalDebit" TO SFT-TAG
    MOVE SFT-TOTAL-NC TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "TotalCredit" TO SFT-TAG
    MOVE SFT-TOTAL-FT TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    PERFORM PERCORRER-PROPMOV
    MOVE "SalesInvoices" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

ABRIR-DOCUMENTO.
    MOVE 'S' TO SFT-DOC-ABERTO
    MOVE ZERO TO SFT-NUM-LINHA
    MOVE ZERO TO SFT-DOC-TOTAL
    IF SFT-DOC-TIPO = "FT"
        ADD 1 TO SFT-NUM-FT
        MOVE SFT-NUM-FT TO SFT-NUMERO
    ELSE
        ADD 1 TO SFT-NUM-NC
        MOVE SFT-NUM-NC TO SFT-NUMERO
    END-IF
    MOVE SFT-NUMERO TO SFT-NUM-ED
    MOVE "Invoice" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "InvoiceNo" TO SFT-TAG
    MOVE SPACES TO SFT-TEXTO
    STRING SFT-DOC-TIPO DELIMITED BY SIZE
           " PR" DELIMITED BY SIZE
           SFT-PERIODO DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM (SFT-NUM-ED) DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ATCUD" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "DocumentStatus" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "InvoiceStatus" TO SFT-TAG
    MOVE "N" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "InvoiceStatusDate" TO SFT-TAG
    MOVE MOV-DATA TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA-HORA
    MOVE "SourceID" TO SFT-TAG
    MOVE "PROPINAS" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SourceBilling" TO SFT-TAG
    MOVE "P" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "DocumentStatus" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "Hash" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "HashControl" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Period" TO SFT-TAG
    MOVE SFT-MES TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "InvoiceDate" TO SFT-TAG
    MOVE MOV-DATA TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "InvoiceType" TO SFT-TAG
    MOVE SFT-DOC-TIPO TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SpecialRegimes" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "SelfBillingIndicator" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "CashVATSchemeIndicator" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ThirdPartiesBillingIndicator" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SpecialRegimes" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "SourceID" TO SFT-TAG
    MOVE "PROPINAS" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SystemEntryDate" TO SFT-TAG
    MOVE MOV-DATA TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA-HORA
    MOVE "CustomerID" TO SFT-TAG
    MOVE MOV-ID-ALUNO TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO.

ESCREVER-LINHA-DOCUMENTO.
    PERFORM IDENTIFICAR-PRODUTO
    ADD 1 TO SFT-NUM-LINHA
    ADD MOV-VALOR TO SFT-DOC-TOTAL
    MOVE "Line" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "LineNumber" TO SFT-TAG
    MOVE SFT-NUM-LINHA TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "ProductCode" TO SFT-TAG
    MOVE SFT-PRODUTO TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ProductDescription" TO SFT-TAG
    MOVE SFT-PRODUTO-DESC TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "Quantity" TO SFT-TAG
    MOVE "1" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "UnitOfMeasure" TO SFT-TAG
    MOVE "UN" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "UnitPrice" TO SFT-TAG
    MOVE MOV-VALOR TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "TaxPointDate" TO SFT-TAG
    MOVE MOV-DATA TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    IF SFT-DOC-TIPO = "NC"
        MOVE "References" TO SFT-TAG
        PERFORM ABRIR-ELEMENTO
        MOVE "Reference" TO SFT-TAG
        MOVE SPACES TO SFT-TEXTO
        STRING "PROPINAS " DELIMITED BY SIZE
               MOV-SEMESTRE DELIMITED BY SIZE
               INTO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO
        MOVE "Reason" TO SFT-TAG
        MOVE MOV-REFERENCIA TO SFT-TEXTO
        PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
        MOVE "References" TO SFT-TAG
        PERFORM FECHAR-ELEMENTO
    END-IF
    MOVE "Description" TO SFT-TAG
    MOVE SPACES TO SFT-TEXTO
    STRING MOV-REFERENCIA DELIMITED BY SIZE
           " - semestre " DELIMITED BY SIZE
           MOV-SEMESTRE DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    IF SFT-DOC-TIPO = "NC"
        MOVE "DebitAmount" TO SFT-TAG
    ELSE
        MOVE "CreditAmount" TO SFT-TAG
    END-IF
    MOVE MOV-VALOR TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "Tax" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    PERFORM ESCREVER-IMPOSTO
    MOVE "Tax" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "TaxExemptionReason" TO SFT-TAG
    MOVE "Isento artigo 9 do CIVA" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "TaxExemptionCode" TO SFT-TAG
    MOVE "M07" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Line" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

FECHAR-DOCUMENTO.
    MOVE "DocumentTotals" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "TaxPayable" TO SFT-TAG
    MOVE ZERO TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "NetTotal" TO SFT-TAG
    MOVE SFT-DOC-TOTAL TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "GrossTotal" TO SFT-TAG
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "DocumentTotals" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "Invoice" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE 'N' TO SFT-DOC-ABERTO.

IDENTIFICAR-PRODUTO.
*> codigo da tabela de taxas quando a referencia o e; um credito
*> com o codigo de uma regra de desconto (gerir_descontos) abate a
*> propina; senao o servico fixo pelo prefixo da referencia.
    MOVE 'N' TO SFT-PRODUTO-ACHADO
    IF SFT-TAXAS-ABERTO = 'S' AND MOV-REFERENCIA (7:4) = SPACES
        MOVE MOV-REFERENCIA (1:6) TO TAX-CODIGO
        READ TAXAS-FILE KEY IS TAX-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE TAX-CODIGO TO SFT-PRODUTO
                MOVE TAX-DESCRICAO TO SFT-PRODUTO-DESC
                MOVE 'S' TO SFT-PRODUTO-ACHADO
        END-READ
    END-IF
    IF SFT-PRODUTO-ACHADO = 'N' AND SFT-DESCONTOS-ABERTO = 'S'
        AND MOV-CREDITO AND MOV-REFERENCIA (9:2) = SPACES
        MOVE MOV-REFERENCIA (1:8) TO DSC-CODIGO
        READ DESCONTOS-FILE KEY IS DSC-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SFT-PRD-CODIGO (1) TO SFT-PRODUTO
                MOVE SFT-PRD-DESC (1) TO SFT-PRODUTO-DESC
                MOVE 'S' TO SFT-PRODUTO-ACHADO
        END-READ
    END-IF
    MOVE ZERO TO SFT-TIDX
    PERFORM UNTIL SFT-PRODUTO-ACHADO = 'S' OR SFT-TIDX = 10
        ADD 1 TO SFT-TIDX
        IF MOV-REFERENCIA (1:SFT-PRD-TAMANHO (SFT-TIDX))
            = SFT-PRD-PREFIXO (SFT-TIDX) (1:SFT-PRD-TAMANHO (SFT-TIDX))
            MOVE SFT-PRD-CODIGO (SFT-TIDX) TO SFT-PRODUTO
            MOVE SFT-PRD-DESC (SFT-TIDX) TO SFT-PRODUTO-DESC
            MOVE 'S' TO SFT-PRODUTO-ACHADO
        END-IF
    END-PERFORM
    IF SFT-PRODUTO-ACHADO NOT = 'S'
        MOVE SFT-PRD-CODIGO (11) TO SFT-PRODUTO
        MOVE SFT-PRD-DESC (11) TO SFT-PRODUTO-DESC
        MOVE "V05" TO SFT-VAL-CODIGO
        MOVE SPACES TO SFT-VAL-CHAVE
        STRING MOV-ID-ALUNO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOV-DATA DELIMITED BY SIZE
               INTO SFT-VAL-CHAVE
        MOVE SPACES TO SFT-VAL-TEXTO
        STRING "Referencia sem produto (enviado OUTROS): "
               DELIMITED BY SIZE
               MOV-REFERENCIA DELIMITED BY SIZE
               INTO SFT-VAL-TEXTO
        PERFORM REGISTAR-VALIDACAO
    END-IF.

*> ---------------------------------------------------------------
*> recibos (RG)
*> ---------------------------------------------------------------
ESCREVER-PAGAMENTOS.
    MOVE "Payments" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "NumberOfEntries" TO SFT-TAG
    MOVE SFT-TOTAL-RECIBOS TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "TotalDebit" TO SFT-TAG
    MOVE ZERO TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "TotalCredit" TO SFT-TAG
    MOVE SFT-VALOR-RECIBOS TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    PERFORM PERCORRER-RECIBOS
    MOVE "Payments" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

ESCREVER-RECIBO.
    MOVE "Payment" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "PaymentRefNo" TO SFT-TAG
    MOVE SPACES TO SFT-TEXTO
    STRING "RG RC/" DELIMITED BY SIZE
           RCB-NUMERO DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "ATCUD" TO SFT-TAG
    MOVE "0" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "Period" TO SFT-TAG
    MOVE SFT-MES TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "TransactionDate" TO SFT-TAG
    MOVE RCB-DATA-EMISSAO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "PaymentType" TO SFT-TAG
    MOVE "RG" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "DocumentStatus" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "PaymentStatus" TO SFT-TAG
    MOVE "N" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "PaymentStatusDate" TO SFT-TAG
    MOVE RCB-DATA-EMISSAO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA-HORA
    MOVE "SourceID" TO SFT-TAG
    MOVE RCB-OPERADOR TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "SourcePayment" TO SFT-TAG
    MOVE "P" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "DocumentStatus" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "PaymentMethod" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "PaymentMechanism" TO SFT-TAG
    EVALUATE TRUE
        WHEN RCB-TRANSFERENCIA
            MOVE "TB" TO SFT-TEXTO
        WHEN RCB-MULTIBANCO
            MOVE "MB" TO SFT-TEXTO
        WHEN OTHER
            MOVE "NU" TO SFT-TEXTO
    END-EVALUATE
    PERFORM ESCREVER-ELEMENTO
    MOVE "PaymentAmount" TO SFT-TAG
    MOVE RCB-VALOR TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "PaymentDate" TO SFT-TAG
    MOVE RCB-DATA-EMISSAO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "PaymentMethod" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "SourceID" TO SFT-TAG
    MOVE RCB-OPERADOR TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO-OBRIGATORIO
    MOVE "SystemEntryDate" TO SFT-TAG
    MOVE RCB-DATA-EMISSAO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA-HORA
    MOVE "CustomerID" TO SFT-TAG
    MOVE RCB-ID-ALUNO TO SFT-NUMERO
    PERFORM ESCREVER-ELEMENTO-NUMERO
    MOVE "Line" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "LineNumber" TO SFT-TAG
    MOVE "1" TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "SourceDocumentID" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "OriginatingON" TO SFT-TAG
    MOVE SPACES TO SFT-TEXTO
    STRING "PROPINAS " DELIMITED BY SIZE
           RCB-SEMESTRE DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO
    MOVE "InvoiceDate" TO SFT-TAG
    MOVE RCB-DATA-EMISSAO TO SFT-DATA-TRAB
    PERFORM ESCREVER-ELEMENTO-DATA
    MOVE "SourceDocumentID" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "CreditAmount" TO SFT-TAG
    MOVE RCB-VALOR TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "Line" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "DocumentTotals" TO SFT-TAG
    PERFORM ABRIR-ELEMENTO
    MOVE "TaxPayable" TO SFT-TAG
    MOVE ZERO TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "NetTotal" TO SFT-TAG
    MOVE RCB-VALOR TO SFT-MONTANTE
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "GrossTotal" TO SFT-TAG
    PERFORM ESCREVER-ELEMENTO-VALOR
    MOVE "DocumentTotals" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO
    MOVE "Payment" TO SFT-TAG
    PERFORM FECHAR-ELEMENTO.

*> ---------------------------------------------------------------
*> controlo contra o diario GL do mes (mensal_gl): faturas contra
*> PRD+PRJ, notas de credito contra PRC+PRS; os recibos mostram-se
*> ao lado dos pagamentos PRP, que incluem tambem os pagamentos de
*> lote sem recibo (debitos diretos, transferencias).
*> ---------------------------------------------------------------
CONTROLO-DIARIO-GL.
    MOVE 'N' TO SFT-FIM-FICHEIRO
    OPEN INPUT DIARIO-GL-FILE
    IF SFT-DIARIO-STATUS NOT = "00"
        MOVE "V08" TO SFT-VAL-CODIGO
        MOVE SFT-DIARIO-NOME TO SFT-VAL-CHAVE
        MOVE "Diario GL do mes por extrair em mensal_gl"
            TO SFT-VAL-TEXTO
        PERFORM REGISTAR-VALIDACAO
    ELSE
        MOVE 'S' TO SFT-DIARIO-EXISTE
        PERFORM UNTIL SFT-FIM-FICHEIRO = 'Y'
            READ DIARIO-GL-FILE
                AT END MOVE 'Y' TO SFT-FIM-FICHEIRO
                NOT AT END
                    IF DGL-DEPARTAMENTO = "ALUN" AND DGL-LADO = "D"
                        PERFORM SOMAR-LANCAMENTO-GL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DIARIO-GL-FILE
        COMPUTE SFT-CONTROLO-A = SFT-TOTAL-FT
        COMPUTE SFT-CONTROLO-B = SFT-GL-PRD + SFT-GL-PRJ
        IF SFT-CONTROLO-A NOT = SFT-CONTROLO-B
            MOVE "V09" TO SFT-VAL-CODIGO
            MOVE "FT / PRD+PRJ" TO SFT-VAL-CHAVE
            MOVE "Total das faturas diferente do diario GL"
                TO SFT-VAL-TEXTO
            PERFORM REGISTAR-VALIDACAO
        END-IF
        COMPUTE SFT-CONTROLO-A = SFT-TOTAL-NC
        COMPUTE SFT-CONTROLO-B = SFT-GL-PRC + SFT-GL-PRS
        IF SFT-CONTROLO-A NOT = SFT-CONTROLO-B
            MOVE "V09" TO SFT-VAL-CODIGO
            MOVE "NC / PRC+PRS" TO SFT-VAL-CHAVE
            MOVE "Total das notas de credito diferente do diario GL"
                TO SFT-VAL-TEXTO
            PERFORM REGISTAR-VALIDACAO
        END-IF
    END-IF.

SOMAR-LANCAMENTO-GL.
    EVALUATE DGL-TIPO
        WHEN "PRD"
            ADD FUNCTION NUMVAL (DGL-VALOR) TO SFT-GL-PRD
        WHEN "PRJ"
            ADD FUNCTION NUMVAL (DGL-VALOR) TO SFT-GL-PRJ
        WHEN "PRC"
            ADD FUNCTION NUMVAL (DGL-VALOR) TO SFT-GL-PRC
        WHEN "PRS"
            ADD FUNCTION NUMVAL (DGL-VALOR) TO SFT-GL-PRS
        WHEN "PRP"
            ADD FUNCTION NUMVAL (DGL-VALOR) TO SFT-GL-PRP
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

MOSTRAR-TOTAIS.
    DISPLAY "==============================================="
    DISPLAY " SAF-T (PT) - MES " SFT-PERIODO
    DISPLAY "==============================================="
    DISPLAY "Clientes: " SFT-TOTAL-CLIENTES
        "   Produtos: " SFT-TOTAL-PRODUTOS
    DISPLAY "Faturas: " SFT-NUM-FT "   Notas de credito: " SFT-NUM-NC
    DISPLAY "Recibos: " SFT-TOTAL-RECIBOS
    DISPLAY "-----------------------------------------------"
    DISPLAY "                      SAF-T          PROPMOV"
        "          DIARIO GL"
    MOVE SFT-TOTAL-FT TO SFT-TOTAL-ED
    DISPLAY "Faturas (PRD+PRJ)  " SFT-TOTAL-ED NO ADVANCING
    COMPUTE SFT-TOTAL-ED = SFT-MOV-PRD + SFT-MOV-PRJ
    DISPLAY "  " SFT-TOTAL-ED NO ADVANCING
    COMPUTE SFT-TOTAL-ED = SFT-GL-PRD + SFT-GL-PRJ
    DISPLAY "  " SFT-TOTAL-ED
    MOVE SFT-TOTAL-NC TO SFT-TOTAL-ED
    DISPLAY "Notas cr. (PRC+PRS)" SFT-TOTAL-ED NO ADVANCING
    COMPUTE SFT-TOTAL-ED = SFT-MOV-PRC + SFT-MOV-PRS
    DISPLAY "  " SFT-TOTAL-ED NO ADVANCING
    COMPUTE SFT-TOTAL-ED = SFT-GL-PRC + SFT-GL-PRS
    DISPLAY "  " SFT-TOTAL-ED
    MOVE SFT-VALOR-RECIBOS TO SFT-TOTAL-ED
    DISPLAY "Recibos (PRP)      " SFT-TOTAL-ED NO ADVANCING
    MOVE SFT-MOV-PRP TO SFT-TOTAL-ED
    DISPLAY "  " SFT-TOTAL-ED NO ADVANCING
    MOVE SFT-GL-PRP TO SFT-TOTAL-ED
    DISPLAY "  " SFT-TOTAL-ED
    COMPUTE SFT-DIFERENCA = SFT-MOV-PRP - SFT-VALOR-RECIBOS
    MOVE SFT-DIFERENCA TO SFT-TOTAL-ED
    DISPLAY "Pagamentos sem recibo no mes (lote): " SFT-TOTAL-ED
    IF SFT-DIARIO-EXISTE NOT = 'S'
        DISPLAY "Diario " SFT-DIARIO-NOME " inexistente: corra"
            " mensal_gl para o mes."
    END-IF
    DISPLAY "-----------------------------------------------"
    DISPLAY "Ficheiro SAF-T: " SFT-SAFT-NOME " (" SFT-LINHAS
        " linhas)"
    DISPLAY "Validacao: " SFT-VALIDACAO-NOME " ("
        SFT-TOTAL-VALIDACOES " ocorrencias)"
    IF SFT-TOTAL-VALIDACOES > ZERO
        DISPLAY "Corrija as ocorrencias antes de submeter."
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

REGISTAR-VALIDACAO.
    ADD 1 TO SFT-TOTAL-VALIDACOES
    MOVE SPACES TO LINHA-VALIDACAO
    STRING SFT-VAL-CODIGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SFT-VAL-CHAVE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SFT-VAL-TEXTO DELIMITED BY SIZE
           INTO LINHA-VALIDACAO
    WRITE LINHA-VALIDACAO.

*> ---------------------------------------------------------------
*> escrita dos elementos XML: SFT-TAG com o nome, SFT-TEXTO com o
*> valor; SFT-NIVEL da a indentacao.
*> ---------------------------------------------------------------
ABRIR-ELEMENTO.
    MOVE SPACES TO LINHA-SAFT
    COMPUTE SFT-PTR = SFT-NIVEL * 2 + 1
    STRING "<" DELIMITED BY SIZE
           SFT-TAG DELIMITED BY SPACE
           ">" DELIMITED BY SIZE
           INTO LINHA-SAFT WITH POINTER SFT-PTR
    WRITE LINHA-SAFT
    ADD 1 TO SFT-LINHAS
    ADD 1 TO SFT-NIVEL.

FECHAR-ELEMENTO.
    SUBTRACT 1 FROM SFT-NIVEL
    MOVE SPACES TO LINHA-SAFT
    COMPUTE SFT-PTR = SFT-NIVEL * 2 + 1
    STRING "</" DELIMITED BY SIZE
           SFT-TAG DELIMITED BY SPACE
           ">" DELIMITED BY SIZE
           INTO LINHA-SAFT WITH POINTER SFT-PTR
    WRITE LINHA-SAFT
    ADD 1 TO SFT-LINHAS.

ESCREVER-ELEMENTO-OBRIGATORIO.
*> campo obrigatorio sem valor segue como Desconhecido, como
*> pede a estrutura do SAF-T (PT).
    IF SFT-TEXTO = SPACES
        MOVE "Desconhecido" TO SFT-TEXTO
    END-IF
    PERFORM ESCREVER-ELEMENTO.

ESCREVER-ELEMENTO.
    PERFORM ESCAPAR-TEXTO
    MOVE SPACES TO LINHA-SAFT
    COMPUTE SFT-PTR = SFT-NIVEL * 2 + 1
    STRING "<" DELIMITED BY SIZE
           SFT-TAG DELIMITED BY SPACE
           ">" DELIMITED BY SIZE
           FUNCTION TRIM (SFT-XML TRAILING) DELIMITED BY SIZE
           "</" DELIMITED BY SIZE
           SFT-TAG DELIMITED BY SPACE
           ">" DELIMITED BY SIZE
           INTO LINHA-SAFT WITH POINTER SFT-PTR
    WRITE LINHA-SAFT
    ADD 1 TO SFT-LINHAS
    MOVE SPACES TO SFT-TEXTO.

ESCREVER-ELEMENTO-VALOR.
    MOVE SFT-MONTANTE TO SFT-VALOR-ED
    MOVE FUNCTION TRIM (SFT-VALOR-ED) TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO.

ESCREVER-ELEMENTO-NUMERO.
    MOVE SFT-NUMERO TO SFT-NUM-ED
    MOVE FUNCTION TRIM (SFT-NUM-ED) TO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO.

ESCREVER-ELEMENTO-DATA.
    MOVE SPACES TO SFT-TEXTO
    STRING SFT-DATA-TRAB (1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SFT-DATA-TRAB (5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SFT-DATA-TRAB (7:2) DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO.

ESCREVER-ELEMENTO-DATA-HORA.
    MOVE SPACES TO SFT-TEXTO
    STRING SFT-DATA-TRAB (1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SFT-DATA-TRAB (5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           SFT-DATA-TRAB (7:2) DELIMITED BY SIZE
           "T00:00:00" DELIMITED BY SIZE
           INTO SFT-TEXTO
    PERFORM ESCREVER-ELEMENTO.

ESCAPAR-TEXTO.
*> os caracteres reservados do XML seguem como entidades.
    MOVE SPACES TO SFT-XML
    MOVE 1 TO SFT-XML-PTR
    PERFORM VARYING SFT-IDX FROM 1 BY 1 UNTIL SFT-IDX > 100
        EVALUATE SFT-TEXTO (SFT-IDX:1)
            WHEN "&"
                STRING "&amp;" DELIMITED BY SIZE
                    INTO SFT-XML WITH POINTER SFT-XML-PTR
            WHEN "<"
                STRING "&lt;" DELIMITED BY SIZE
                    INTO SFT-XML WITH POINTER SFT-XML-PTR
            WHEN ">"
                STRING "&gt;" DELIMITED BY SIZE
                    INTO SFT-XML WITH POINTER SFT-XML-PTR
            WHEN OTHER
                STRING SFT-TEXTO (SFT-IDX:1) DELIMITED BY SIZE
                    INTO SFT-XML WITH POINTER SFT-XML-PTR
        END-EVALUATE
    END-PERFORM.

COPY "pnif.cbl".
