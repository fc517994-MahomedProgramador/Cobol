*>          acrescimos GRNI-AAAAMMDD.dat mais o resumo por
*>          VPO-DEPARTAMENTO. Recorrivel para fins de periodos
*>          anteriores: basta dar a data de referencia antiga.
*>          O ficheiro fica catalogado no spool (em nome do lote
*>          quando corre sem sessao de operador).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slrececao.cbl".
     COPY "slfatura.cbl".
     COPY "sldevolucao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT GRNI-FILE
         ASSIGN TO GRN-FICHEIRO-NOME
  COPY "fdrececao.cbl".
  COPY "fdfatura.cbl".
  COPY "fddevolucao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD GRNI-FILE.
  01 LINHA-GRNI              PIC X(100).
  COPY "wsrececao.cbl".
  COPY "wsfatura.cbl".
  COPY "wsdevolucao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 GRN-DATA-REF          PIC 9(8).
    77 GRN-FICHEIRO-NOME     PIC X(40).
    77 GRN-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GRN-DX                PIC 9(2) VALUE ZERO.
    77 GRN-ENCONTROU         PIC X VALUE 'N'.
    77 GRN-VALOR-ED          PIC +Z(9)9.99.
    77 GRN-LINHAS            PIC 9(5) VALUE ZERO.
    01 GRN-DEPTS-TABELA.
      05 GRN-DEPT-ENT OCCURS 50 TIMES.
         10 GRN-DEPT         PIC X(4).
COPY "rvrececao.cbl".
COPY "rvfatura.cbl".
COPY "rvdevolucao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    PERFORM APURAR-GRNI.
GOBACK.

        OPEN OUTPUT GRNI-FILE
        MOVE "RECEBIDO NAO FATURADO (GRNI)" TO LINHA-GRNI
        WRITE LINHA-GRNI
        ADD 1 TO GRN-LINHAS
        PERFORM UNTIL GRN-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRN-FIM-FICHEIRO
               GRN-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-GRNI
        WRITE LINHA-GRNI
        ADD 1 TO GRN-LINHAS
        CLOSE GRNI-FILE
        CLOSE VENDOR-PO-FILE
        MOVE "grni_relatorio" TO SPR-PROGRAMA
        MOVE GRN-DATA-REF TO SPR-PARAMETROS
        MOVE GRN-FICHEIRO-NOME TO SPR-FICHEIRO
        MOVE GRN-LINHAS TO SPR-LINHAS
        IF SES-OPERADOR-ATUAL = SPACES
            MOVE "LOTE" TO SPR-OPERADOR
        ELSE
            MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        END-IF
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "==============================================="
        DISPLAY " GRNI A " GRN-DATA-REF " POR DEPARTAMENTO"
        DISPLAY "==============================================="
               GRN-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-GRNI
        WRITE LINHA-GRNI
        ADD 1 TO GRN-LINHAS
    END-IF.

SOMAR-RECEBIDO-PO.
    MOVE GRN-DEPT-VALOR (GRN-DX) TO GRN-VALOR-ED
    DISPLAY "Departamento " GRN-DEPT (GRN-DX)
        ": " GRN-VALOR-ED.

COPY "pspool.cbl".

COPY "psessao.cbl".
