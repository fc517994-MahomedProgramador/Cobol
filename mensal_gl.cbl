*> Date:
*> Purpose: interface mensal para a contabilidade geral, a cobrir
*>          os dois subsistemas: propinas faturadas, pagamentos,
*>          reembolsos, juros, estornos, creditos e anulacoes de
*>          dividas incobraveis de PROPMOV.dat, e faturas, notas
*>          de credito e pagamentos de FATURAS.dat, e vales dos
*>          fundos de maneio de VALESCAIXA.dat, e consumos de
*>          armazem imputados de IMPUTACOES.dat, e abates e vendas
*>          de imobilizado de ATIVOS.dat. O mapeamento tipo de
*>          movimento + departamento para conta GL vive em
*>          CONTASGL.dat e e mantido aqui. A extracao de um mes
*>          (AAAAMM) agrega os movimentos, escreve o diario
*>          balanceado GL-AAAAMM.dat (cada lancamento tem
*>          contrapartida na conta de controlo do mapeamento CTRL)
*>          e imprime o relatorio de controlo que prova que os
*>          totais do extrato igualam os movimentos dos ficheiros.
*>          Repetir o mes produz um ficheiro identico: o diario e
*>          reescrito de raiz. Meses de um exercicio ja fechado
*>          por fechar_ano (FECHOSANO.dat) nao sao extraidos.
*>          Tipos usados no mapeamento: PRD debitos de propinas,
*>          PRP pagamentos de alunos, PRR reembolsos, PRJ juros,
*>          PRE estornos, PRC creditos de cancelamento, PRS
*>          patrocinios, PRI gastos com dividas incobraveis
*>          anuladas, PRB bolsas compensadas em propinas, FTF
*>          faturas de fornecedores, FTN notas de credito, FTP
*>          pagamentos a fornecedores (liquidos da retencao na
*>          fonte), FTR retencoes na fonte a entregar ao
*>          Estado, FMD despesas pagas pelos fundos de maneio
*>          (vales de caixa, por rubrica de orcamento), FMR
*>          reconstituicao paga dos fundos de maneio, CIS consumos
*>          de armazem imputados aos departamentos (IMPUTACOES.dat
*>          de imputar_consumos) e CIA o credito correspondente
*>          do armazem (lancado pelo valor negativo), AVV valor
*>          de venda de ativos abatidos, AVA amortizacao acumulada
*>          anulada, AVC custo do ativo abatido (negativo), AVG
*>          ganho (negativo) e AVP perda no abate face ao valor
*>          liquido (ATIVOS.dat de gerir_ativos), CTRL conta de
*>          contrapartida; RECP receita de propinas e
*>          DIFR propinas diferidas sao usados pelo diferimento
*>          mensal de diferir_propinas, e GPRV gasto de
*>          imparidade, IMPA imparidade acumulada e RPRV
*>          reversao pela provisao de provisao_incobraveis.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slpropmov.cbl".
     COPY "slfatura.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvale.cbl".
     COPY "slimputacao.cbl".
     COPY "slativo.cbl".
     COPY "slfechoano.cbl".

     SELECT DIARIO-GL-FILE
         ASSIGN TO MGL-DIARIO-NOME
  COPY "fdpropmov.cbl".
  COPY "fdfatura.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvale.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdativo.cbl".
  COPY "fdfechoano.cbl".

  FD DIARIO-GL-FILE.
  01 LINHA-DIARIO-GL         PIC X(80).
  COPY "wspropmov.cbl".
  COPY "wsfatura.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvale.cbl".
  COPY "wsimputacao.cbl".
  COPY "wsativo.cbl".
  COPY "wsfechoano.cbl".
    77 MGL-OPCAO             PIC 9 VALUE ZERO.
    77 MGL-SAIR              PIC X VALUE 'N'.
    77 MGL-PERIODO           PIC 9(6).
COPY "rvpropmov.cbl".
COPY "rvfatura.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvale.cbl".
COPY "rvimputacao.cbl".
COPY "rvativo.cbl".
COPY "rvfechoano.cbl".

    PERFORM GARANTIR-CONTASGL
    PERFORM UNTIL MGL-SAIR = 'Y'

CONFIGURAR-MAPEAMENTO.
    DISPLAY "Tipo de movimento (PRD, PRP, PRR, PRJ, PRE, PRC,"
        " PRS, PRI, PRB, FTF, FTN, FTP, FTR, FMD, FMR, CIS, CIA,"
        " AVV, AVA, AVC, AVG, AVP, CTRL, RECP,"
        " DIFR, GPRV, IMPA, RPRV): " NO ADVANCING
    ACCEPT MGL-TIPO
    DISPLAY "Departamento (ENTER = todos): " NO ADVANCING
    MOVE SPACES TO MGL-DEPARTAMENTO
EXTRAIR-DIARIO.
    DISPLAY "Mes a extrair (AAAAMM): " NO ADVANCING
    ACCEPT MGL-PERIODO
    DIVIDE MGL-PERIODO BY 100 GIVING FCA-ANO-TESTE
    PERFORM VERIFICAR-ANO-FECHADO
    IF FCA-ANO-FECHADO = 'S'
        DISPLAY "Exercicio " FCA-ANO-TESTE
            " fechado: o diario desse ano ja nao e extraido."
    ELSE
        PERFORM EXTRAIR-PERIODO
    END-IF.

EXTRAIR-PERIODO.
    MOVE SPACES TO MGL-DIARIO-NOME
    STRING "GL-" DELIMITED BY SIZE
           MGL-PERIODO DELIMITED BY SIZE
    MOVE ZERO TO MGL-TOTAL-CREDITOS
    PERFORM AGREGAR-PROPMOV
    PERFORM AGREGAR-FATURAS
    PERFORM AGREGAR-VALES
    PERFORM AGREGAR-IMPUTACOES
    PERFORM AGREGAR-ABATES-ATIVOS
    IF MGL-QTD = ZERO
        DISPLAY "Sem movimentos no mes " MGL-PERIODO "."
    ELSE
            MOVE "PRC" TO MGL-TIPO
        WHEN MOV-PATROCINIO
            MOVE "PRS" TO MGL-TIPO
        WHEN MOV-INCOBRAVEL
            MOVE "PRI" TO MGL-TIPO
        WHEN MOV-COMPENSACAO
            MOVE "PRB" TO MGL-TIPO
        WHEN OTHER
            MOVE "PRD" TO MGL-TIPO
    END-EVALUATE

CLASSIFICAR-FATURA.
    PERFORM LER-DEPT-DA-ORDEM
*> o pedido de reconstituicao do fundo de maneio nao e gasto novo
*> (os vales ja entram em FMD): so o pagamento se lanca, em FMR.
    IF FAT-DATA (1:6) = MGL-PERIODO AND NOT FAT-REEMBOLSO-MANEIO
        IF FAT-NOTA-CREDITO
            MOVE "FTN" TO MGL-TIPO
        ELSE
    END-IF
    IF FAT-PAGA AND FAT-DATA-PAGAMENTO NUMERIC
        AND FAT-DATA-PAGAMENTO (1:6) = MGL-PERIODO
        IF FAT-REEMBOLSO-MANEIO
            MOVE "FMR" TO MGL-TIPO
            MOVE FAT-NUMERO (3:4) TO MGL-DEPARTAMENTO
        ELSE
            MOVE "FTP" TO MGL-TIPO
        END-IF
        MOVE FAT-VALOR TO MGL-VALOR
        IF FAT-NOTA-CREDITO
            COMPUTE MGL-VALOR = 0 - FAT-VALOR
        END-IF
*> a parte retida na fonte nao sai do banco: passa a divida ao
*> Estado na sua propria conta.
        IF NOT FAT-NOTA-CREDITO
            AND FAT-RETENCAO NUMERIC AND FAT-RETENCAO > ZERO
            SUBTRACT FAT-RETENCAO FROM MGL-VALOR
            PERFORM ACUMULAR-ENTRADA
            MOVE "FTR" TO MGL-TIPO
            MOVE FAT-RETENCAO TO MGL-VALOR
        END-IF
        PERFORM ACUMULAR-ENTRADA
    END-IF.

AGREGAR-VALES.
    MOVE 'N' TO MGL-FIM-FICHEIRO
    OPEN INPUT VALES-CAIXA-FILE.
    IF VALES-CAIXA-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL MGL-FIM-FICHEIRO = 'Y'
            READ VALES-CAIXA-FILE NEXT RECORD
                AT END MOVE 'Y' TO MGL-FIM-FICHEIRO
                NOT AT END
                    IF VLC-DATA (1:6) = MGL-PERIODO
                        MOVE "FMD" TO MGL-TIPO
                        MOVE VLC-DEPT-ORCAMENTO TO MGL-DEPARTAMENTO
                        MOVE VLC-VALOR TO MGL-VALOR
                        PERFORM ACUMULAR-ENTRADA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALES-CAIXA-FILE
    END-IF.

AGREGAR-IMPUTACOES.
*> transferencia interna: o departamento que consumiu paga ao
*> armazem; os dois lados contra a conta de controlo anulam-se.
    MOVE 'N' TO MGL-FIM-FICHEIRO
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE MGL-PERIODO TO IMP-PERIODO
        MOVE LOW-VALUES TO IMP-DEPARTAMENTO
        START IMPUTACOES-FILE KEY IS NOT LESS THAN IMP-CHAVE
            INVALID KEY
                MOVE 'Y' TO MGL-FIM-FICHEIRO
        END-START
        PERFORM UNTIL MGL-FIM-FICHEIRO = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO MGL-FIM-FICHEIRO
                NOT AT END
                    IF IMP-PERIODO NOT = MGL-PERIODO
                        MOVE 'Y' TO MGL-FIM-FICHEIRO
                    ELSE
                        MOVE "CIS" TO MGL-TIPO
                        MOVE IMP-DEPARTAMENTO TO MGL-DEPARTAMENTO
                        MOVE IMP-VALOR TO MGL-VALOR
                        PERFORM ACUMULAR-ENTRADA
                        MOVE "CIA" TO MGL-TIPO
                        MOVE SPACES TO MGL-DEPARTAMENTO
                        COMPUTE MGL-VALOR = 0 - IMP-VALOR
                        PERFORM ACUMULAR-ENTRADA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF.

AGREGAR-ABATES-ATIVOS.
*> abate do ativo no mes: sai o custo e a amortizacao acumulada,
*> entra o valor de venda e a diferenca e ganho ou perda.
    MOVE 'N' TO MGL-FIM-FICHEIRO
    OPEN INPUT ATIVOS-FILE.
    IF ATIVOS-STATUS NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL MGL-FIM-FICHEIRO = 'Y'
            READ ATIVOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO MGL-FIM-FICHEIRO
                NOT AT END
                    IF ATV-ABATIDO
                        AND ATV-DATA-ABATE (1:6) = MGL-PERIODO
                        AND (ATV-ABATE-SIMPLES OR ATV-VENDIDO)
                        PERFORM CLASSIFICAR-ABATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ATIVOS-FILE
    END-IF.

CLASSIFICAR-ABATE.
    MOVE ATV-DEPARTAMENTO TO MGL-DEPARTAMENTO
    IF ATV-VALOR-VENDA > ZERO
        MOVE "AVV" TO MGL-TIPO
        MOVE ATV-VALOR-VENDA TO MGL-VALOR
        PERFORM ACUMULAR-ENTRADA
    END-IF
    IF ATV-DEPREC-ACUM > ZERO
        MOVE "AVA" TO MGL-TIPO
        MOVE ATV-DEPREC-ACUM TO MGL-VALOR
        PERFORM ACUMULAR-ENTRADA
    END-IF
    MOVE "AVC" TO MGL-TIPO
    COMPUTE MGL-VALOR = 0 - ATV-CUSTO
    PERFORM ACUMULAR-ENTRADA
    IF ATV-VALOR-VENDA > ATV-VALOR-LIQUIDO
        MOVE "AVG" TO MGL-TIPO
        COMPUTE MGL-VALOR = ATV-VALOR-LIQUIDO - ATV-VALOR-VENDA
        PERFORM ACUMULAR-ENTRADA
    ELSE
        IF ATV-VALOR-VENDA < ATV-VALOR-LIQUIDO
            MOVE "AVP" TO MGL-TIPO
            COMPUTE MGL-VALOR = ATV-VALOR-LIQUIDO - ATV-VALOR-VENDA
            PERFORM ACUMULAR-ENTRADA
        END-IF
    END-IF.

LER-DEPT-DA-ORDEM.
    DISPLAY "Tipo " MGL-T-TIPO (MGL-IX)
        "  dept " MGL-T-DEPT (MGL-IX)
        "  movimentos " MGL-VALOR-ED.

COPY "pfechoano.cbl".
