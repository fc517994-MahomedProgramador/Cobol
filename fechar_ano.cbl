*>****************************************************************
*> Author:
*> Date:
*> Purpose: fecho do exercicio (AAAA) nos dois subsistemas,
*>          corrido depois do fim do ano. So avanca se os
*>          ultimos passos balancear_dia e reconciliar_ficheiros
*>          registados em JOBLOG.dat terminaram sem excecoes e o
*>          ano ainda nao estiver fechado. Arquiva as imagens de
*>          PROPINAS.dat, FATURAS.dat e ATIVOS.dat em
*>          FECHO-ANO-AAAA.dat (prefixos PRO, FAT e ATV) e apura
*>          os totais de controlo: propinas dos semestres do ano
*>          ou anteriores (debito, pago, saldo), faturas datadas
*>          ate ao fim do ano em aberto no fecho e pagas no ano,
*>          ativos em uso no fim do ano (custo, amortizacao
*>          acumulada sem os periodos do ano seguinte ja
*>          lancados em DEPRECMOV.dat, valor liquido). Roda as
*>          series anuais de SEQCONTROL.dat (entidades terminadas
*>          no ano, como REFMBAAAA): abre a do ano seguinte a 1
*>          se ainda nao existir. Transita para as linhas do ano
*>          seguinte de ORCAMENTOS.dat, conforme a politica
*>          indicada, os compromissos das ordens abertas e
*>          pendentes do ano e uma percentagem do saldo por usar
*>          (calculado como em orcamento_relatorio). Regista o
*>          fecho em FECHOSANO.dat, o que passa a impedir
*>          lancamentos datados no ano em mensal_gl,
*>          registar_fatura, registar_pagamento e
*>          depreciar_ativos, e imprime o certificado de fecho
*>          CERTIFICADO-FECHO-AAAA.dat, registado no spool, com
*>          os totais de controlo e o bloco de assinaturas.
*>          Reservado as financas (nivel 3) e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. fechar_ano.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slpropinas.cbl".
     COPY "slfatura.cbl".
     COPY "slativo.cbl".
     COPY "slorcamento.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvale.cbl".
     COPY "sldespdoc.cbl".
     COPY "sldespdoclin.cbl".
     COPY "slimputacao.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slfechoano.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT JOBLOG-FILE
         ASSIGN TO "JOBLOG.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS JOB-CHAVE
         LOCK MODE IS AUTOMATIC
         FILE STATUS IS FAN-JOBLOG-STATUS.

     SELECT DEPRECMOV-FILE
         ASSIGN TO "DEPRECMOV.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FAN-DEPRECMOV-STATUS.

     SELECT ARQUIVO-FECHO-FILE
         ASSIGN TO FAN-ARQUIVO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT CERTIFICADO-FILE
         ASSIGN TO FAN-CERTIFICADO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdpropinas.cbl".
  COPY "fdfatura.cbl".
  COPY "fdativo.cbl".
  COPY "fdorcamento.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvale.cbl".
  COPY "fddespdoc.cbl".
  COPY "fddespdoclin.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdfechoano.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD JOBLOG-FILE.
  01 REGISTO-JOBLOG.
     05 JOB-CHAVE.
        10 JOB-DATA          PIC 9(8).
        10 JOB-STEP          PIC 9(2).
     05 FILLER               PIC X VALUE SPACE.
     05 JOB-PROGRAMA         PIC X(30).
     05 FILLER               PIC X VALUE SPACE.
     05 JOB-HORA-INICIO      PIC 9(8).
     05 FILLER               PIC X VALUE SPACE.
     05 JOB-HORA-FIM         PIC 9(8).
     05 FILLER               PIC X VALUE SPACE.
     05 JOB-RC               PIC 9(4).
     05 FILLER               PIC X VALUE SPACE.
     05 JOB-ESTADO           PIC X.
         88 JOB-OK             VALUE "O".
         88 JOB-ERRO           VALUE "E".
     05 FILLER               PIC X VALUE SPACE.

  FD DEPRECMOV-FILE.
  01 REGISTO-DEPRECMOV.
     05 DPM-PERIODO          PIC 9(6).
     05 FILLER               PIC X VALUE SPACE.
     05 DPM-ATIVO            PIC 9(5).
     05 FILLER               PIC X VALUE SPACE.
     05 DPM-VALOR            PIC 9(7)V99.
     05 FILLER               PIC X VALUE SPACE.

  FD ARQUIVO-FECHO-FILE.
  01 LINHA-ARQUIVO-FECHO     PIC X(250).

  FD CERTIFICADO-FILE.
  01 LINHA-CERTIFICADO       PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wspropinas.cbl".
  COPY "wsfatura.cbl".
  COPY "wsativo.cbl".
  COPY "wsorcamento.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvale.cbl".
  COPY "wsdespdoc.cbl".
  COPY "wsdespdoclin.cbl".
  COPY "wsimputacao.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wsfechoano.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 FAN-JOBLOG-STATUS     PIC X(2) VALUE "00".
    77 FAN-DEPRECMOV-STATUS  PIC X(2) VALUE "00".
    77 FAN-ARQUIVO-NOME      PIC X(40).
    77 FAN-CERTIFICADO-NOME  PIC X(40).
    77 FAN-RESPOSTA          PIC X(10).
    77 FAN-PODE-FECHAR       PIC X VALUE 'S'.
    77 FAN-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 FAN-FIM-MOV           PIC X VALUE 'N'.
    77 FAN-HORA              PIC 9(8).
    77 FAN-ANO-SEGUINTE      PIC 9(4).
    77 FAN-PERIODO-FIM       PIC 9(6).
    77 FAN-BAL-VISTO         PIC X VALUE 'N'.
    77 FAN-BAL-DATA          PIC 9(8) VALUE ZERO.
    77 FAN-BAL-RC            PIC 9(4) VALUE ZERO.
    77 FAN-BAL-ESTADO        PIC X VALUE SPACE.
    77 FAN-REC-VISTO         PIC X VALUE 'N'.
    77 FAN-REC-DATA          PIC 9(8) VALUE ZERO.
    77 FAN-REC-RC            PIC 9(4) VALUE ZERO.
    77 FAN-REC-ESTADO        PIC X VALUE SPACE.
    77 FAN-TRANSITA-ORDENS   PIC X VALUE 'S'.
    77 FAN-PCT-SALDO         PIC 9(3) VALUE ZERO.
    77 FAN-REG-ARQUIVO       PIC 9(7) VALUE ZERO.
    77 FAN-QTD-PROPINAS      PIC 9(7) VALUE ZERO.
    77 FAN-QTD-FATURAS       PIC 9(7) VALUE ZERO.
    77 FAN-QTD-ATIVOS        PIC 9(7) VALUE ZERO.
    77 FAN-FAT-VALOR         PIC S9(9)V99.
    77 FAN-AMORT-POSTERIOR   PIC 9(9)V99.
    77 FAN-AMORT-FECHO       PIC 9(9)V99.
    77 FAN-PRO-SALDO         PIC S9(11)V99 VALUE ZERO.
    77 FAN-ATV-LIQUIDO       PIC S9(11)V99 VALUE ZERO.
    77 FAN-TAM               PIC 9(2).
    77 FAN-SX                PIC 9(3).
    77 FAN-QTD-SERIES        PIC 9(3) VALUE ZERO.
    77 FAN-SERIES-ABERTAS    PIC 9(3) VALUE ZERO.
    77 FAN-OX                PIC 9(3).
    77 FAN-QTD-ORCAMENTOS    PIC 9(3) VALUE ZERO.
    77 FAN-LINHAS-TRANSITADAS PIC 9(3) VALUE ZERO.
    77 FAN-DISPONIVEL        PIC S9(9)V99.
    77 FAN-TRANSITAR         PIC 9(9)V99.
    77 FAN-TOTAL-ORDENS      PIC 9(11)V99 VALUE ZERO.
    77 FAN-TOTAL-SALDOS      PIC 9(11)V99 VALUE ZERO.
    77 FAN-LINHAS            PIC 9(5) VALUE ZERO.
    77 FAN-VAL-ED            PIC -Z(10)9.99.
    77 FAN-SEQ-ED            PIC Z(4)9.
    01 FAN-ANO               PIC 9(4) VALUE ZERO.
    01 FAN-ANO-X REDEFINES FAN-ANO PIC X(4).
    01 FAN-DATA-HOJE         PIC 9(8).
    01 FAN-HOJE-PARTES REDEFINES FAN-DATA-HOJE.
       05 FAN-HOJE-ANO       PIC 9(4).
       05 FAN-HOJE-MMDD      PIC 9(4).

*> series de SEQCONTROL.dat: acao A aberta agora para o ano
*> seguinte, E ja existia a do ano seguinte, C serie continua,
*> O serie anual de outro ano (nao listada).
    01 FAN-SERIES.
      05 FAN-SERIE OCCURS 100 TIMES.
         10 FAN-SR-ENTIDADE  PIC X(10).
         10 FAN-SR-PROXIMO   PIC 9(5).
         10 FAN-SR-ACAO      PIC X.
         10 FAN-SR-NOVA      PIC X(10).
         10 FAN-SR-NOVA-PROX PIC 9(5).

*> dotacoes do ano a fechar com a execucao apurada e o valor a
*> transitar para a linha do ano seguinte.
    01 FAN-ORCAMENTOS.
      05 FAN-ORC OCCURS 200 TIMES.
         10 FAN-OR-DEPT      PIC X(4).
         10 FAN-OR-DOTACAO   PIC 9(9)V99.
         10 FAN-OR-RESPONSAVEL PIC X(8).
         10 FAN-OR-ORDENS    PIC 9(9)V99.
         10 FAN-OR-COMPROMETIDO PIC 9(9)V99.
         10 FAN-OR-GASTO     PIC 9(9)V99.
         10 FAN-OR-TRANSITADO PIC 9(9)V99.

PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvfatura.cbl".
COPY "rvativo.cbl".
COPY "rvorcamento.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvale.cbl".
COPY "rvdespdoc.cbl".
COPY "rvdespdoclin.cbl".
COPY "rvimputacao.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvfechoano.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: o fecho do exercicio e das"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT FAN-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT FAN-HORA FROM TIME
    PERFORM FECHAR-EXERCICIO.
GOBACK.

FECHAR-EXERCICIO.
    DISPLAY "Exercicio a fechar (AAAA): " NO ADVANCING
    ACCEPT FAN-ANO
    IF FAN-ANO < 1900 OR FAN-ANO NOT < FAN-HOJE-ANO
        DISPLAY "Exercicio invalido ou ainda em curso: " FAN-ANO
        MOVE 'N' TO FAN-PODE-FECHAR
    END-IF
    IF FAN-PODE-FECHAR = 'S'
        MOVE FAN-ANO TO FCA-ANO-TESTE
        PERFORM VERIFICAR-ANO-FECHADO
        IF FCA-ANO-FECHADO = 'S'
            DISPLAY "O exercicio " FAN-ANO " ja esta fechado."
            MOVE 'N' TO FAN-PODE-FECHAR
        END-IF
    END-IF
    IF FAN-PODE-FECHAR = 'S'
        PERFORM VERIFICAR-EXCECOES-LOTE
    END-IF
    IF FAN-PODE-FECHAR = 'N'
        DISPLAY "Fecho do exercicio recusado."
        MOVE 1 TO RETURN-CODE
    ELSE
        COMPUTE FAN-ANO-SEGUINTE = FAN-ANO + 1
        COMPUTE FAN-PERIODO-FIM = FAN-ANO * 100 + 12
        PERFORM PEDIR-POLITICA
        PERFORM ARQUIVAR-SALDOS
        PERFORM ROLAR-SERIES
        PERFORM TRANSITAR-ORCAMENTOS
        PERFORM REGISTAR-FECHO
        PERFORM ESCREVER-CERTIFICADO
        DISPLAY "==============================="
        DISPLAY "Exercicio " FAN-ANO " fechado."
        DISPLAY "Registos arquivados: " FAN-REG-ARQUIVO
            " em " FAN-ARQUIVO-NOME
        DISPLAY "Series anuais abertas para " FAN-ANO-SEGUINTE
            ": " FAN-SERIES-ABERTAS
        DISPLAY "Linhas de orcamento transitadas: "
            FAN-LINHAS-TRANSITADAS
        DISPLAY "Certificado em " FAN-CERTIFICADO-NOME
        DISPLAY "==============================="
        MOVE 0 TO RETURN-CODE
    END-IF.

VERIFICAR-EXCECOES-LOTE.
*> o ultimo registo de cada passo conta: JOBLOG.dat esta por
*> data e passo, pelo que a leitura sequencial acaba nele.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT JOBLOG-FILE.
    IF FAN-JOBLOG-STATUS NOT = "00"
        DISPLAY "JOBLOG.dat indisponivel (status "
            FAN-JOBLOG-STATUS "): sem prova do balanceamento e da"
            " reconciliacao."
        MOVE 'N' TO FAN-PODE-FECHAR
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ JOBLOG-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    PERFORM GUARDAR-PASSO-LOTE
            END-READ
        END-PERFORM
        CLOSE JOBLOG-FILE
        IF FAN-BAL-VISTO = 'N'
            DISPLAY "Sem registo de balancear_dia em JOBLOG.dat."
            MOVE 'N' TO FAN-PODE-FECHAR
        ELSE
            IF FAN-BAL-RC NOT = ZERO OR FAN-BAL-ESTADO = "E"
                DISPLAY "balancear_dia de " FAN-BAL-DATA
                    " terminou com excecoes em aberto (RC "
                    FAN-BAL-RC ")."
                MOVE 'N' TO FAN-PODE-FECHAR
            END-IF
        END-IF
        IF FAN-REC-VISTO = 'N'
            DISPLAY "Sem registo de reconciliar_ficheiros em"
                " JOBLOG.dat."
            MOVE 'N' TO FAN-PODE-FECHAR
        ELSE
            IF FAN-REC-RC NOT = ZERO OR FAN-REC-ESTADO = "E"
                DISPLAY "reconciliar_ficheiros de " FAN-REC-DATA
                    " terminou com excecoes em aberto (RC "
                    FAN-REC-RC ")."
                MOVE 'N' TO FAN-PODE-FECHAR
            END-IF
        END-IF
    END-IF.

GUARDAR-PASSO-LOTE.
    IF JOB-PROGRAMA = "balancear_dia"
        MOVE 'S' TO FAN-BAL-VISTO
        MOVE JOB-DATA TO FAN-BAL-DATA
        MOVE JOB-RC TO FAN-BAL-RC
        MOVE JOB-ESTADO TO FAN-BAL-ESTADO
    END-IF
    IF JOB-PROGRAMA = "reconciliar_ficheiros"
        MOVE 'S' TO FAN-REC-VISTO
        MOVE JOB-DATA TO FAN-REC-DATA
        MOVE JOB-RC TO FAN-REC-RC
        MOVE JOB-ESTADO TO FAN-REC-ESTADO
    END-IF.

PEDIR-POLITICA.
    DISPLAY "Transitar para " FAN-ANO-SEGUINTE
        " os compromissos das ordens em aberto (S/N, ENTER = S): "
        NO ADVANCING
    MOVE SPACES TO FAN-RESPOSTA
    ACCEPT FAN-RESPOSTA
    IF FAN-RESPOSTA = "N" OR FAN-RESPOSTA = "n"
        MOVE 'N' TO FAN-TRANSITA-ORDENS
    END-IF
    DISPLAY "Percentagem do saldo por usar a transitar"
        " (0-100, ENTER = 0): " NO ADVANCING
    MOVE SPACES TO FAN-RESPOSTA
    ACCEPT FAN-RESPOSTA
    IF FAN-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (FAN-RESPOSTA) TO FAN-PCT-SALDO
    END-IF
    IF FAN-PCT-SALDO > 100
        MOVE 100 TO FAN-PCT-SALDO
    END-IF.

ARQUIVAR-SALDOS.
    MOVE SPACES TO FAN-ARQUIVO-NOME
    STRING "FECHO-ANO-" DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO FAN-ARQUIVO-NOME
    MOVE ZERO TO FCA-PRO-DEBITO
    MOVE ZERO TO FCA-PRO-PAGO
    MOVE ZERO TO FCA-FAT-ABERTO
    MOVE ZERO TO FCA-FAT-PAGO
    MOVE ZERO TO FCA-ATV-CUSTO
    MOVE ZERO TO FCA-ATV-DEPREC
    OPEN OUTPUT ARQUIVO-FECHO-FILE
    PERFORM ARQUIVAR-PROPINAS
    PERFORM ARQUIVAR-FATURAS
    PERFORM ARQUIVAR-ATIVOS
    CLOSE ARQUIVO-FECHO-FILE
    COMPUTE FAN-PRO-SALDO = FCA-PRO-DEBITO - FCA-PRO-PAGO
    COMPUTE FAN-ATV-LIQUIDO = FCA-ATV-CUSTO - FCA-ATV-DEPREC.

ARQUIVAR-PROPINAS.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "PROPINAS-FILE indisponivel (status "
            PROPINAS-STATUS "). Sem saldos de propinas."
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ PROPINAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    MOVE SPACES TO LINHA-ARQUIVO-FECHO
                    MOVE "PRO" TO LINHA-ARQUIVO-FECHO (1:3)
                    MOVE REGISTO-PROPINA TO LINHA-ARQUIVO-FECHO (5:)
                    WRITE LINHA-ARQUIVO-FECHO
                    ADD 1 TO FAN-REG-ARQUIVO
                    IF PRO-SEMESTRE (1:4) NOT > FAN-ANO-X
                        ADD 1 TO FAN-QTD-PROPINAS
                        ADD PRO-TOTAL-DEBITO TO FCA-PRO-DEBITO
                        ADD PRO-TOTAL-PAGO TO FCA-PRO-PAGO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPINAS-FILE
    END-IF.

ARQUIVAR-FATURAS.
*> em aberto: faturas ate ao fim do ano ainda por pagar ou pagas
*> ja no ano seguinte; as notas de credito abatem.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT FATURAS-FILE.
    IF FATURAS-STATUS NOT = "00"
        DISPLAY "FATURAS-FILE indisponivel (status "
            FATURAS-STATUS "). Sem saldos de faturas."
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    MOVE SPACES TO LINHA-ARQUIVO-FECHO
                    MOVE "FAT" TO LINHA-ARQUIVO-FECHO (1:3)
                    MOVE REGISTO-FATURA TO LINHA-ARQUIVO-FECHO (5:)
                    WRITE LINHA-ARQUIVO-FECHO
                    ADD 1 TO FAN-REG-ARQUIVO
                    IF FAT-DATA (1:4) NOT > FAN-ANO-X
                        PERFORM TOTALIZAR-FATURA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FATURAS-FILE
    END-IF.

TOTALIZAR-FATURA.
    ADD 1 TO FAN-QTD-FATURAS
    MOVE FAT-VALOR TO FAN-FAT-VALOR
    IF FAT-NOTA-CREDITO
        COMPUTE FAN-FAT-VALOR = ZERO - FAT-VALOR
    END-IF
    IF FAT-PAGA AND FAT-DATA-PAGAMENTO (1:4) NOT > FAN-ANO-X
        IF FAT-DATA-PAGAMENTO (1:4) = FAN-ANO-X
            ADD FAN-FAT-VALOR TO FCA-FAT-PAGO
        END-IF
    ELSE
        ADD FAN-FAT-VALOR TO FCA-FAT-ABERTO
    END-IF.

ARQUIVAR-ATIVOS.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT ATIVOS-FILE.
    IF ATIVOS-STATUS NOT = "00"
        DISPLAY "ATIVOS-FILE indisponivel (status "
            ATIVOS-STATUS "). Sem saldos de imobilizado."
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ ATIVOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    MOVE SPACES TO LINHA-ARQUIVO-FECHO
                    MOVE "ATV" TO LINHA-ARQUIVO-FECHO (1:3)
                    MOVE REGISTO-ATIVO TO LINHA-ARQUIVO-FECHO (5:)
                    WRITE LINHA-ARQUIVO-FECHO
                    ADD 1 TO FAN-REG-ARQUIVO
                    IF ATV-DATA-AQUISICAO (1:4) NOT > FAN-ANO-X
                        AND (ATV-ATIVO
                        OR ATV-DATA-ABATE (1:4) > FAN-ANO-X)
                        PERFORM TOTALIZAR-ATIVO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ATIVOS-FILE
    END-IF.

TOTALIZAR-ATIVO.
    ADD 1 TO FAN-QTD-ATIVOS
    ADD ATV-CUSTO TO FCA-ATV-CUSTO
    PERFORM SOMAR-AMORTIZACAO-POSTERIOR
    IF FAN-AMORT-POSTERIOR > ATV-DEPREC-ACUM
        MOVE ZERO TO FAN-AMORT-FECHO
    ELSE
        COMPUTE FAN-AMORT-FECHO =
            ATV-DEPREC-ACUM - FAN-AMORT-POSTERIOR
    END-IF
    ADD FAN-AMORT-FECHO TO FCA-ATV-DEPREC.

SOMAR-AMORTIZACAO-POSTERIOR.
*> periodos do ano seguinte ja amortizados antes do fecho.
    MOVE ZERO TO FAN-AMORT-POSTERIOR
    MOVE 'N' TO FAN-FIM-MOV
    OPEN INPUT DEPRECMOV-FILE
    IF FAN-DEPRECMOV-STATUS = "00"
        PERFORM UNTIL FAN-FIM-MOV = 'Y'
            READ DEPRECMOV-FILE
                AT END MOVE 'Y' TO FAN-FIM-MOV
                NOT AT END
                    IF DPM-ATIVO = ATV-NUMERO
                        AND DPM-PERIODO > FAN-PERIODO-FIM
                        ADD DPM-VALOR TO FAN-AMORT-POSTERIOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPRECMOV-FILE
    END-IF.

ROLAR-SERIES.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN I-O SEQCONTROL-FILE.
    IF SEQCONTROL-STATUS NOT = "00"
        DISPLAY "SEQCONTROL-FILE indisponivel (status "
            SEQCONTROL-STATUS "). Series por rodar."
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ SEQCONTROL-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    IF FAN-QTD-SERIES < 100
                        ADD 1 TO FAN-QTD-SERIES
                        MOVE SEQ-ENTIDADE
                            TO FAN-SR-ENTIDADE (FAN-QTD-SERIES)
                        MOVE SEQ-PROXIMO
                            TO FAN-SR-PROXIMO (FAN-QTD-SERIES)
                    END-IF
            END-READ
        END-PERFORM
        MOVE 1 TO FAN-SX
        PERFORM UNTIL FAN-SX > FAN-QTD-SERIES
            PERFORM ROLAR-UMA-SERIE
            ADD 1 TO FAN-SX
        END-PERFORM
        CLOSE SEQCONTROL-FILE
    END-IF.

ROLAR-UMA-SERIE.
*> uma serie anual termina no ano (REFMBAAAA); a do ano seguinte
*> tem o mesmo prefixo e comeca em 1 se ainda nao foi usada.
    MOVE 'C' TO FAN-SR-ACAO (FAN-SX)
    MOVE SPACES TO FAN-SR-NOVA (FAN-SX)
    MOVE ZERO TO FAN-SR-NOVA-PROX (FAN-SX)
    MOVE ZERO TO FAN-TAM
    INSPECT FAN-SR-ENTIDADE (FAN-SX) TALLYING FAN-TAM
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF FAN-TAM > 4
        IF FAN-SR-ENTIDADE (FAN-SX) (FAN-TAM - 3:4) IS NUMERIC
            MOVE 'O' TO FAN-SR-ACAO (FAN-SX)
        END-IF
        IF FAN-SR-ENTIDADE (FAN-SX) (FAN-TAM - 3:4) = FAN-ANO-X
            MOVE FAN-SR-ENTIDADE (FAN-SX) TO FAN-SR-NOVA (FAN-SX)
            MOVE FAN-ANO-SEGUINTE
                TO FAN-SR-NOVA (FAN-SX) (FAN-TAM - 3:4)
            MOVE FAN-SR-NOVA (FAN-SX) TO SEQ-ENTIDADE
            READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
                INVALID KEY
                    MOVE 'A' TO FAN-SR-ACAO (FAN-SX)
                NOT INVALID KEY
                    MOVE 'E' TO FAN-SR-ACAO (FAN-SX)
                    MOVE SEQ-PROXIMO TO FAN-SR-NOVA-PROX (FAN-SX)
            END-READ
            IF FAN-SR-ACAO (FAN-SX) = 'A'
                MOVE FAN-SR-NOVA (FAN-SX) TO SEQ-ENTIDADE
                MOVE 1 TO SEQ-PROXIMO
                WRITE REGISTO-SEQCONTROL
                    INVALID KEY
                        MOVE 'E' TO FAN-SR-ACAO (FAN-SX)
                    NOT INVALID KEY
                        ADD 1 TO FAN-SERIES-ABERTAS
                END-WRITE
                MOVE 1 TO FAN-SR-NOVA-PROX (FAN-SX)
            END-IF
        END-IF
    END-IF.

TRANSITAR-ORCAMENTOS.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT ORCAMENTOS-FILE.
    IF ORCAMENTOS-STATUS NOT = "00"
        DISPLAY "ORCAMENTOS-FILE indisponivel (status "
            ORCAMENTOS-STATUS "). Sem orcamento a transitar."
    ELSE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ ORCAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    IF ORC-ANO = FAN-ANO-X
                        AND FAN-QTD-ORCAMENTOS < 200
                        PERFORM GUARDAR-DOTACAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ORCAMENTOS-FILE
        IF FAN-QTD-ORCAMENTOS > ZERO
            PERFORM SOMAR-ORDENS-ANO
            PERFORM SOMAR-VALES-ANO
            PERFORM SOMAR-DESPESAS-ANO
            PERFORM SOMAR-CONSUMOS-ANO
            PERFORM GRAVAR-TRANSICOES
        END-IF
    END-IF.

GUARDAR-DOTACAO.
    ADD 1 TO FAN-QTD-ORCAMENTOS
    MOVE FAN-QTD-ORCAMENTOS TO FAN-OX
    MOVE ORC-DEPARTAMENTO TO FAN-OR-DEPT (FAN-OX)
    MOVE ORC-DOTACAO TO FAN-OR-DOTACAO (FAN-OX)
    MOVE ORC-RESPONSAVEL TO FAN-OR-RESPONSAVEL (FAN-OX)
    MOVE ZERO TO FAN-OR-ORDENS (FAN-OX)
    MOVE ZERO TO FAN-OR-COMPROMETIDO (FAN-OX)
    MOVE ZERO TO FAN-OR-GASTO (FAN-OX)
    MOVE ZERO TO FAN-OR-TRANSITADO (FAN-OX).

PROCURAR-DOTACAO.
*> devolve em FAN-OX a linha do departamento em ORC-DEPARTAMENTO
*> (zero se o departamento nao tem dotacao no ano).
    MOVE 1 TO FAN-OX
    PERFORM UNTIL FAN-OX > FAN-QTD-ORCAMENTOS
        OR FAN-OR-DEPT (FAN-OX) = ORC-DEPARTAMENTO
        ADD 1 TO FAN-OX
    END-PERFORM
    IF FAN-OX > FAN-QTD-ORCAMENTOS
        MOVE ZERO TO FAN-OX
    END-IF.

SOMAR-ORDENS-ANO.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS = "00"
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    IF VPO-DATA (1:4) = FAN-ANO-X
                        MOVE VPO-DEPARTAMENTO TO ORC-DEPARTAMENTO
                        PERFORM PROCURAR-DOTACAO
                        IF FAN-OX > ZERO
                            PERFORM SOMAR-UMA-ORDEM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-PO-FILE
    END-IF.

SOMAR-UMA-ORDEM.
    IF VPO-RECEBIDA
        ADD VPO-VALOR-TOTAL TO FAN-OR-GASTO (FAN-OX)
    ELSE
        IF VPO-ABERTA OR VPO-PENDENTE
            ADD VPO-VALOR-TOTAL TO FAN-OR-COMPROMETIDO (FAN-OX)
            ADD VPO-VALOR-TOTAL TO FAN-OR-ORDENS (FAN-OX)
        END-IF
    END-IF.

SOMAR-VALES-ANO.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS = "00"
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    IF VLC-DATA (1:4) = FAN-ANO-X
                        MOVE VLC-DEPT-ORCAMENTO TO ORC-DEPARTAMENTO
                        PERFORM PROCURAR-DOTACAO
                        IF FAN-OX > ZERO
                            ADD VLC-VALOR TO FAN-OR-GASTO (FAN-OX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF.

SOMAR-DESPESAS-ANO.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT DESPESAS-DOC-LIN-FILE.
    IF DESPESAS-DOC-LIN-STATUS = "00"
        OPEN INPUT DESPESAS-DOC-FILE
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    MOVE DSL-CENTRO TO ORC-DEPARTAMENTO
                    PERFORM PROCURAR-DOTACAO
                    IF FAN-OX > ZERO
                        PERFORM SOMAR-UMA-DESPESA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DESPESAS-DOC-FILE
        CLOSE DESPESAS-DOC-LIN-FILE
    END-IF.

SOMAR-UMA-DESPESA.
    MOVE DSL-DOC-ID TO DSD-DOC-ID
    MOVE DSL-NUMERO TO DSD-NUMERO
    READ DESPESAS-DOC-FILE KEY IS DSD-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSD-DATA (1:4) = FAN-ANO-X
                EVALUATE TRUE
                    WHEN DSD-APROVADA
                        ADD DSL-VALOR
                            TO FAN-OR-COMPROMETIDO (FAN-OX)
                    WHEN DSD-PAGA
                        ADD DSL-VALOR TO FAN-OR-GASTO (FAN-OX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

SOMAR-CONSUMOS-ANO.
    MOVE 'N' TO FAN-FIM-FICHEIRO
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS = "00"
        PERFORM UNTIL FAN-FIM-FICHEIRO = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO FAN-FIM-FICHEIRO
                NOT AT END
                    IF IMP-PERIODO (1:4) = FAN-ANO-X
                        MOVE IMP-DEPARTAMENTO TO ORC-DEPARTAMENTO
                        PERFORM PROCURAR-DOTACAO
                        IF FAN-OX > ZERO
                            ADD IMP-VALOR TO FAN-OR-GASTO (FAN-OX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF.

GRAVAR-TRANSICOES.
    OPEN I-O ORCAMENTOS-FILE.
    IF ORCAMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ORCAMENTOS-FILE. Status: "
            ORCAMENTOS-STATUS
    ELSE
        MOVE 1 TO FAN-OX
        PERFORM UNTIL FAN-OX > FAN-QTD-ORCAMENTOS
            PERFORM TRANSITAR-UMA-DOTACAO
            ADD 1 TO FAN-OX
        END-PERFORM
        CLOSE ORCAMENTOS-FILE
    END-IF.

TRANSITAR-UMA-DOTACAO.
*> as ordens em aberto seguem para o ano seguinte por inteiro; do
*> saldo por usar (dotacao - comprometido - gasto) so a
*> percentagem da politica.
    MOVE ZERO TO FAN-TRANSITAR
    IF FAN-TRANSITA-ORDENS = 'S'
        ADD FAN-OR-ORDENS (FAN-OX) TO FAN-TRANSITAR
        ADD FAN-OR-ORDENS (FAN-OX) TO FAN-TOTAL-ORDENS
    END-IF
    COMPUTE FAN-DISPONIVEL = FAN-OR-DOTACAO (FAN-OX)
        - FAN-OR-COMPROMETIDO (FAN-OX) - FAN-OR-GASTO (FAN-OX)
    IF FAN-DISPONIVEL > ZERO AND FAN-PCT-SALDO > ZERO
        COMPUTE FAN-DISPONIVEL ROUNDED =
            FAN-DISPONIVEL * FAN-PCT-SALDO / 100
        ADD FAN-DISPONIVEL TO FAN-TRANSITAR
        ADD FAN-DISPONIVEL TO FAN-TOTAL-SALDOS
    END-IF
    MOVE FAN-TRANSITAR TO FAN-OR-TRANSITADO (FAN-OX)
    IF FAN-TRANSITAR > ZERO
        MOVE FAN-OR-DEPT (FAN-OX) TO ORC-DEPARTAMENTO
        MOVE FAN-ANO-SEGUINTE TO ORC-ANO
        READ ORCAMENTOS-FILE KEY IS ORC-CHAVE
            INVALID KEY
                MOVE FAN-OR-DEPT (FAN-OX) TO ORC-DEPARTAMENTO
                MOVE FAN-ANO-SEGUINTE TO ORC-ANO
                MOVE FAN-TRANSITAR TO ORC-DOTACAO
                MOVE FAN-OR-RESPONSAVEL (FAN-OX) TO ORC-RESPONSAVEL
                WRITE REGISTO-ORCAMENTO
            NOT INVALID KEY
                ADD FAN-TRANSITAR TO ORC-DOTACAO
                REWRITE REGISTO-ORCAMENTO
        END-READ
        ADD 1 TO FAN-LINHAS-TRANSITADAS
    END-IF.

REGISTAR-FECHO.
    OPEN I-O FECHOSANO-FILE
    IF FECHOSANO-STATUS = "35"
        OPEN OUTPUT FECHOSANO-FILE
        CLOSE FECHOSANO-FILE
        OPEN I-O FECHOSANO-FILE
    END-IF
    IF FECHOSANO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir FECHOSANO-FILE. Status: "
            FECHOSANO-STATUS
    ELSE
        MOVE FAN-ANO TO FCA-ANO
        MOVE "F" TO FCA-ESTADO
        MOVE FAN-DATA-HOJE TO FCA-DATA
        MOVE FAN-HORA TO FCA-HORA
        MOVE SES-OPERADOR-ATUAL TO FCA-OPERADOR
        COMPUTE FCA-ORC-TRANSITADO =
            FAN-TOTAL-ORDENS + FAN-TOTAL-SALDOS
        WRITE REGISTO-FECHOANO
            INVALID KEY
                REWRITE REGISTO-FECHOANO
        END-WRITE
        CLOSE FECHOSANO-FILE
    END-IF.

ESCREVER-CERTIFICADO.
    MOVE SPACES TO FAN-CERTIFICADO-NOME
    STRING "CERTIFICADO-FECHO-" DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO FAN-CERTIFICADO-NOME
    MOVE ZERO TO FAN-LINHAS
    OPEN OUTPUT CERTIFICADO-FILE
    MOVE ALL "=" TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "CERTIFICADO DE FECHO DO EXERCICIO " DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "Fechado em " DELIMITED BY SIZE
           FAN-DATA-HOJE DELIMITED BY SIZE
           " as " DELIMITED BY SIZE
           FAN-HORA (1:6) DELIMITED BY SIZE
           " pelo operador " DELIMITED BY SIZE
           SES-OPERADOR-ATUAL DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE ALL "=" TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE "VERIFICACOES PREVIAS" TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "  balancear_dia         " DELIMITED BY SIZE
           FAN-BAL-DATA DELIMITED BY SIZE
           "  RC " DELIMITED BY SIZE
           FAN-BAL-RC DELIMITED BY SIZE
           "  sem excecoes" DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "  reconciliar_ficheiros " DELIMITED BY SIZE
           FAN-REC-DATA DELIMITED BY SIZE
           "  RC " DELIMITED BY SIZE
           FAN-REC-RC DELIMITED BY SIZE
           "  sem excecoes" DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "PROPINAS (semestres ate " DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           ")   contas: " DELIMITED BY SIZE
           FAN-QTD-PROPINAS DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE FCA-PRO-DEBITO TO FAN-VAL-ED
    MOVE "  Total debitado" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FCA-PRO-PAGO TO FAN-VAL-ED
    MOVE "  Total pago" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FAN-PRO-SALDO TO FAN-VAL-ED
    MOVE "  Saldo em divida" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "FATURAS (datadas ate " DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           ")   faturas: " DELIMITED BY SIZE
           FAN-QTD-FATURAS DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE FCA-FAT-ABERTO TO FAN-VAL-ED
    MOVE "  Em aberto no fim do ano" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FCA-FAT-PAGO TO FAN-VAL-ED
    MOVE "  Pagas no ano" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "IMOBILIZADO (em uso no fim do ano)   ativos: "
               DELIMITED BY SIZE
           FAN-QTD-ATIVOS DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE FCA-ATV-CUSTO TO FAN-VAL-ED
    MOVE "  Custo de aquisicao" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FCA-ATV-DEPREC TO FAN-VAL-ED
    MOVE "  Amortizacao acumulada" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FAN-ATV-LIQUIDO TO FAN-VAL-ED
    MOVE "  Valor liquido" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    PERFORM ESCREVER-CERT-ORCAMENTOS
    PERFORM ESCREVER-CERT-SERIES
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "Arquivo de fecho: " DELIMITED BY SIZE
           FAN-ARQUIVO-NOME DELIMITED BY SPACE
           "  registos: " DELIMITED BY SIZE
           FAN-REG-ARQUIVO DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "Lancamentos datados em " DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           " bloqueados a partir deste fecho." DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE ALL "=" TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE "Responsavel financeiro:  ______________________________"
        TO LINHA-CERTIFICADO
    MOVE "Data: ___________" TO LINHA-CERTIFICADO (62:17)
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE "Revisor oficial de contas: ___________________________"
        TO LINHA-CERTIFICADO
    MOVE "Data: ___________" TO LINHA-CERTIFICADO (62:17)
    PERFORM ESCREVER-LINHA
    CLOSE CERTIFICADO-FILE
    MOVE "fechar_ano" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING "ANO " DELIMITED BY SIZE
           FAN-ANO DELIMITED BY SIZE
           " ORDENS " DELIMITED BY SIZE
           FAN-TRANSITA-ORDENS DELIMITED BY SIZE
           " SALDO " DELIMITED BY SIZE
           FAN-PCT-SALDO DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE FAN-CERTIFICADO-NOME TO SPR-FICHEIRO
    MOVE FAN-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

ESCREVER-CERT-ORCAMENTOS.
    MOVE SPACES TO LINHA-CERTIFICADO
    STRING "ORCAMENTO TRANSITADO PARA " DELIMITED BY SIZE
           FAN-ANO-SEGUINTE DELIMITED BY SIZE
           "   ordens em aberto: " DELIMITED BY SIZE
           FAN-TRANSITA-ORDENS DELIMITED BY SIZE
           "   saldo por usar: " DELIMITED BY SIZE
           FAN-PCT-SALDO DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE 1 TO FAN-OX
    PERFORM UNTIL FAN-OX > FAN-QTD-ORCAMENTOS
        IF FAN-OR-TRANSITADO (FAN-OX) > ZERO
            MOVE SPACES TO LINHA-CERTIFICADO
            MOVE FAN-OR-DEPT (FAN-OX) TO LINHA-CERTIFICADO (3:4)
            MOVE FAN-OR-TRANSITADO (FAN-OX) TO FAN-VAL-ED
            MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
            PERFORM ESCREVER-LINHA
        END-IF
        ADD 1 TO FAN-OX
    END-PERFORM
    MOVE FAN-TOTAL-ORDENS TO FAN-VAL-ED
    MOVE "  Compromissos transitados" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE FAN-TOTAL-SALDOS TO FAN-VAL-ED
    MOVE "  Saldos transitados" TO LINHA-CERTIFICADO
    MOVE FAN-VAL-ED TO LINHA-CERTIFICADO (31:16)
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA.

ESCREVER-CERT-SERIES.
    MOVE "SERIES DE NUMERACAO (proximo numero no fecho)"
        TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA
    MOVE 1 TO FAN-SX
    PERFORM UNTIL FAN-SX > FAN-QTD-SERIES
        IF FAN-SR-ACAO (FAN-SX) NOT = 'O'
            MOVE SPACES TO LINHA-CERTIFICADO
            MOVE FAN-SR-ENTIDADE (FAN-SX) TO LINHA-CERTIFICADO (3:10)
            MOVE FAN-SR-PROXIMO (FAN-SX) TO FAN-SEQ-ED
            MOVE FAN-SEQ-ED TO LINHA-CERTIFICADO (15:5)
            EVALUATE FAN-SR-ACAO (FAN-SX)
                WHEN 'A'
                    MOVE "aberta" TO LINHA-CERTIFICADO (23:6)
                WHEN 'E'
                    MOVE "ja aberta" TO LINHA-CERTIFICADO (23:9)
                WHEN OTHER
                    MOVE "serie continua" TO LINHA-CERTIFICADO (23:14)
            END-EVALUATE
            IF FAN-SR-ACAO (FAN-SX) = 'A' OR FAN-SR-ACAO (FAN-SX) = 'E'
                MOVE FAN-SR-NOVA (FAN-SX) TO LINHA-CERTIFICADO (33:10)
                MOVE FAN-SR-NOVA-PROX (FAN-SX) TO FAN-SEQ-ED
                MOVE FAN-SEQ-ED TO LINHA-CERTIFICADO (45:5)
            END-IF
            PERFORM ESCREVER-LINHA
        END-IF
        ADD 1 TO FAN-SX
    END-PERFORM
    MOVE SPACES TO LINHA-CERTIFICADO
    PERFORM ESCREVER-LINHA.

ESCREVER-LINHA.
    WRITE LINHA-CERTIFICADO
    ADD 1 TO FAN-LINHAS.

COPY "pfechoano.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
