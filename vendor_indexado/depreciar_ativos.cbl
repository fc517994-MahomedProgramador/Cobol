*>          escreve o movimento do periodo em DEPRECMOV.dat. O
*>          periodo ja amortizado de um ativo nao volta a ser
*>          lancado (DEPRECMOV.dat e verificado antes), pelo que
*>          o lote pode ser repetido. Periodos de um exercicio
*>          ja fechado por fechar_ano (FECHOSANO.dat) sao
*>          recusados.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slativo.cbl".
     COPY "slclasseativo.cbl".
     COPY "slfechoano.cbl".

     SELECT DEPRECMOV-FILE
         ASSIGN TO "DEPRECMOV.dat"
FILE SECTION.
  COPY "fdativo.cbl".
  COPY "fdclasseativo.cbl".
  COPY "fdfechoano.cbl".

  FD DEPRECMOV-FILE.
  01 REGISTO-DEPRECMOV.
WORKING-STORAGE SECTION.
  COPY "wsativo.cbl".
  COPY "wsclasseativo.cbl".
  COPY "wsfechoano.cbl".
    77 DPR-DEPRECMOV-STATUS  PIC X(2) VALUE "00".
    77 DPR-PERIODO           PIC 9(6).
    77 DPR-FIM-FICHEIRO      PIC X VALUE 'N'.
PROCEDURE DIVISION.
COPY "rvativo.cbl".
COPY "rvclasseativo.cbl".
COPY "rvfechoano.cbl".

    PERFORM DEPRECIAR.
GOBACK.
DEPRECIAR.
    DISPLAY "Periodo a amortizar (AAAAMM): " NO ADVANCING
    ACCEPT DPR-PERIODO
    DIVIDE DPR-PERIODO BY 100 GIVING FCA-ANO-TESTE
    PERFORM VERIFICAR-ANO-FECHADO
    IF FCA-ANO-FECHADO = 'S'
        DISPLAY "Exercicio " FCA-ANO-TESTE
            " fechado: nao se amortizam periodos desse ano."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM DEPRECIAR-PERIODO
    END-IF.

DEPRECIAR-PERIODO.
    MOVE ZERO TO ATIVOS-TENTATIVAS
    PERFORM UNTIL ATIVOS-STATUS = "00" OR ATIVOS-TENTATIVAS = 5
        OPEN I-O ATIVOS-FILE
        WRITE REGISTO-DEPRECMOV
        CLOSE DEPRECMOV-FILE
    END-IF.

COPY "pfechoano.cbl".
