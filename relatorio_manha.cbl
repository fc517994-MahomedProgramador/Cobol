*>          nos ficheiros de auditoria e o desfecho dos passos de
*>          balanceamento e reconciliacao, com um cabecalho claro
*>          OK / ATENCAO para o operador saber se a loja pode
*>          abrir. O relatorio fica catalogado no spool em nome
*>          do lote, para ser distribuido aos subscritores.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slvendor.cbl".
     COPY "slauditaluno.cbl".
     COPY "slauditvendor.cbl".
     COPY "slspool.cbl".

     SELECT JOBLOG-FILE
         ASSIGN TO "JOBLOG.dat"
  COPY "fdvendor.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdauditvendor.cbl".
  COPY "fdspool.cbl".

  FD JOBLOG-FILE.
  01 REGISTO-JOBLOG.
  COPY "wsvendor.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wsauditvendor.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
    77 RMN-JOBLOG-STATUS     PIC X(2) VALUE "00".
    77 RMN-CTRL-STATUS       PIC X(2) VALUE "00".
    77 RMN-MANHA-NOME        PIC X(40).
    77 RMN-QTD-TIPICOS       PIC 9(2) VALUE ZERO.
    77 RMN-TX                PIC 9(2) VALUE ZERO.
    77 RMN-ENCONTROU         PIC X VALUE 'N'.
    77 RMN-LINHAS            PIC 9(5) VALUE ZERO.
    01 RMN-TIPICOS-TABELA.
      05 RMN-TIP-ENT OCCURS 30 TIMES.
         10 RMN-TIP-PROGRAMA PIC X(30).
COPY "rvvendor.cbl".
COPY "rvauditaluno.cbl".
COPY "rvauditvendor.cbl".
COPY "rvspool.cbl".

    PERFORM RELATORIO-MANHA.
GOBACK.
    PERFORM SECCAO-BALANCEAMENTOS
    PERFORM ESCREVER-CABECALHO-FINAL
    CLOSE MANHA-FILE
    MOVE "relatorio_manha" TO SPR-PROGRAMA
    MOVE RMN-DATA-HOJE TO SPR-PARAMETROS
    MOVE RMN-MANHA-NOME TO SPR-FICHEIRO
    MOVE RMN-LINHAS TO SPR-LINHAS
    MOVE "LOTE" TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL
    DISPLAY "Relatorio da manha em " RMN-MANHA-NOME
*> o relatorio e so informativo: devolve sempre zero para nao
*> marcar o proprio lote como falhado.

ESCREVER-LINHA.
    WRITE LINHA-MANHA
    ADD 1 TO RMN-LINHAS
    DISPLAY LINHA-MANHA.

SECCAO-PASSOS-LOTE.
    PERFORM ESCREVER-LINHA
    MOVE ALL "=" TO LINHA-MANHA
    PERFORM ESCREVER-LINHA.

COPY "pspool.cbl".
