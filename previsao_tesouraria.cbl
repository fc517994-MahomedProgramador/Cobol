*>****************************************************************
*> Author:
*> Date:
*> Purpose: previsao de tesouraria a 13 semanas, a partir de hoje,
*>          juntando fornecedores e propinas. Saidas: faturas
*>          APROVADAS por pagar (FATURAS.dat) na data de
*>          vencimento, ou no fim da janela de pronto pagamento
*>          com o desconto abatido quando a janela ainda esta
*>          aberta; notas de credito a abater; compromisso por
*>          faturar das ordens ABERTAS (VENDORPO.dat) na data de
*>          entrega prevista (data da ordem mais os dias
*>          indicados, ENTER = 30); adiantamentos por pagar
*>          (ADIANTAMENTOS.dat); e a folha de salarios do ultimo
*>          periodo extraido (SALARIOSREG.dat) no dia de
*>          pagamento de cada mes (ENTER = 25). Entradas:
*>          prestacoes por liquidar dos planos de pagamento
*>          (PLANOSPAG.dat) e dos acordos ativos
*>          (ACORDOSPREST.dat); saldos das contas com mandato de
*>          debito direto ativo, cobrados por inteiro na proxima
*>          corrida de cobranca_dd (dia do mes indicado,
*>          ENTER = 10), e por isso fora dos planos e acordos; e
*>          os debitos de patrocinio faturados por
*>          faturar_patrocinadores (PATMOV.dat) no fim do prazo
*>          de pagamento (ENTER = 30 dias). As entradas levam a
*>          taxa de cobranca dos ultimos 12 meses: parte paga das
*>          prestacoes vencidas dos planos e dos acordos, e
*>          cobrancas por debito direto menos devolucoes
*>          (PROPMOV.dat); os patrocinadores contam a 100%. O
*>          que ja venceu cai na primeira semana. A partir do
*>          saldo inicial indicado, imprime saidas, entradas,
*>          liquido e saldo acumulado por semana, assinalando as
*>          semanas negativas, em PREVISAO-TESOURARIA-<data>.dat
*>          registado no spool. Reservado as financas (nivel 3)
*>          e ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. previsao_tesouraria.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slvendor.cbl".
     COPY "slfatura.cbl".
     COPY "slvendorpo.cbl".
     COPY "sladiantamento.cbl".
     COPY "slsalreg.cbl".
     COPY "slpropinas.cbl".
     COPY "slplanopag.cbl".
     COPY "slacordo.cbl".
     COPY "slacordoprest.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slpropmov.cbl".
     COPY "slpatmov.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT PREVISAO-FILE
         ASSIGN TO PVT-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdvendor.cbl".
  COPY "fdfatura.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdadiantamento.cbl".
  COPY "fdsalreg.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdplanopag.cbl".
  COPY "fdacordo.cbl".
  COPY "fdacordoprest.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdpatmov.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD PREVISAO-FILE.
  01 LINHA-PREVISAO          PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
  COPY "wsfatura.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsadiantamento.cbl".
  COPY "wssalreg.cbl".
  COPY "wspropinas.cbl".
  COPY "wsplanopag.cbl".
  COPY "wsacordo.cbl".
  COPY "wsacordoprest.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wspropmov.cbl".
  COPY "wspatmov.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 PVT-RESPOSTA          PIC X(15).
    77 PVT-NOME-FICHEIRO     PIC X(40).
    77 PVT-DATA-HOJE         PIC 9(8).
    77 PVT-DIAS-HOJE         PIC 9(7).
    77 PVT-DIAS-FIM          PIC 9(7).
    77 PVT-DIAS-HIST         PIC 9(7).
    77 PVT-DIAS-ITEM         PIC 9(7).
    77 PVT-SALDO-INICIAL     PIC S9(9)V99 VALUE ZERO.
    77 PVT-DIAS-ENTREGA      PIC 9(3) VALUE 30.
    77 PVT-DIA-SALARIOS      PIC 9(2) VALUE 25.
    77 PVT-DIA-DEBITOS       PIC 9(2) VALUE 10.
    77 PVT-PRAZO-PATROC      PIC 9(3) VALUE 30.
    77 PVT-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PVT-FIM-AUX           PIC X VALUE 'N'.
    77 PVT-VENDORS-ABERTO    PIC X VALUE 'N'.
    77 PVT-FATURAS-ABERTO    PIC X VALUE 'N'.
    77 PVT-ADIANT-ABERTO     PIC X VALUE 'N'.
    77 PVT-PROPINAS-ABERTO   PIC X VALUE 'N'.
    77 PVT-PRESTACOES-ABERTO PIC X VALUE 'N'.
    77 PVT-CONTACTOS-ABERTO  PIC X VALUE 'N'.
    77 PVT-DATA-TESTE        PIC 9(8).
    77 PVT-DATA-OK           PIC X VALUE 'N'.
    77 PVT-ITEM-DATA         PIC 9(8).
    77 PVT-ITEM-VALOR        PIC S9(9)V99.
    77 PVT-ITEM-CAT          PIC 9.
    77 PVT-HIST-VALOR        PIC S9(9)V99.
    77 PVT-HIST-PAGO         PIC S9(9)V99.
    77 PVT-VENDOR-LIDO       PIC 9(5) VALUE ZERO.
    77 PVT-PRAZO-DIAS        PIC 9(3) VALUE ZERO.
    77 PVT-DESC-PCT          PIC 9(2)V99 VALUE ZERO.
    77 PVT-DESC-DIAS         PIC 9(3) VALUE ZERO.
    77 PVT-DESCONTO          PIC 9(7)V99 VALUE ZERO.
    77 PVT-TOTAL-DESCONTOS   PIC 9(9)V99 VALUE ZERO.
    77 PVT-SAL-PERIODO       PIC 9(6) VALUE ZERO.
    77 PVT-FOLHA             PIC 9(9)V99 VALUE ZERO.
    77 PVT-DD-BRUTO          PIC 9(9)V99 VALUE ZERO.
    77 PVT-DATA-DEBITOS      PIC 9(8) VALUE ZERO.
    77 PVT-ALUNO-MANDATO     PIC 9(5).
    77 PVT-MANDATO-OK        PIC X VALUE 'N'.
    77 PVT-SALDO-CONTA       PIC S9(8)V99.
    77 PVT-PLANO-ALUNO       PIC 9(5).
    77 PVT-PLANO-SEMESTRE    PIC X(6).
    77 PVT-PLANO-TOTAL       PIC 9(9)V99.
    77 PVT-PLANO-SALDO       PIC S9(9)V99.
    77 PVT-PLANO-PAGO        PIC 9(9)V99.
    77 PVT-APLICADO          PIC 9(7)V99.
    77 PVT-QTD-PREST         PIC 9(3) VALUE ZERO.
    77 PVT-PX                PIC 9(3) VALUE ZERO.
    77 PVT-SX                PIC 9(2) VALUE ZERO.
    77 PVT-CX                PIC 9 VALUE ZERO.
    77 PVT-MX                PIC 9 VALUE ZERO.
    77 PVT-CAT-INI           PIC 9 VALUE ZERO.
    77 PVT-CAT-FIM           PIC 9 VALUE ZERO.
    77 PVT-POS               PIC 9(3) VALUE ZERO.
    77 PVT-VALOR-LINHA       PIC S9(9)V99.
    77 PVT-SALDO-CORRENTE    PIC S9(9)V99.
    77 PVT-SALDO-MINIMO      PIC S9(9)V99.
    77 PVT-SEMANA-MINIMO     PIC 9(2) VALUE ZERO.
    77 PVT-SEMANAS-NEGATIVAS PIC 9(2) VALUE ZERO.
    77 PVT-PRIMEIRA-NEGATIVA PIC 9(2) VALUE ZERO.
    77 PVT-QTD-FATURAS       PIC 9(5) VALUE ZERO.
    77 PVT-QTD-ENCOMENDAS    PIC 9(5) VALUE ZERO.
    77 PVT-QTD-ADIANTAMENTOS PIC 9(5) VALUE ZERO.
    77 PVT-QTD-PLANOS        PIC 9(5) VALUE ZERO.
    77 PVT-QTD-ACORDOS       PIC 9(5) VALUE ZERO.
    77 PVT-QTD-DEBITOS       PIC 9(5) VALUE ZERO.
    77 PVT-QTD-PATROCINIOS   PIC 9(5) VALUE ZERO.
    77 PVT-LINHAS            PIC 9(5) VALUE ZERO.
    77 PVT-VAL-ED            PIC -(9)9.99.
    77 PVT-PCT-ED            PIC ZZ9.99.
    77 PVT-SEM-ED            PIC Z9.
    01 PVT-DATA-TRAB.
      05 PVT-DT-ANO          PIC 9(4).
      05 PVT-DT-MES          PIC 9(2).
      05 PVT-DT-DIA          PIC 9(2).
    01 PVT-DATA-TRAB-N REDEFINES PVT-DATA-TRAB PIC 9(8).

*> categorias: 1 faturas, 2 encomendas, 3 adiantamentos,
*> 4 salarios (saidas); 5 planos, 6 acordos, 7 debitos diretos,
*> 8 patrocinadores (entradas). A ocorrencia 14 leva o total das
*> 13 semanas.
    01 PVT-SEMANAS.
      05 PVT-SEM OCCURS 14 TIMES.
         10 PVT-S-INICIO     PIC 9(8).
         10 PVT-S-VALOR      PIC S9(9)V99 OCCURS 8 TIMES.
         10 PVT-S-SAIDAS     PIC S9(9)V99.
         10 PVT-S-ENTRADAS   PIC S9(9)V99.
         10 PVT-S-LIQUIDO    PIC S9(9)V99.
         10 PVT-S-SALDO      PIC S9(9)V99.
*> historico de cobranca dos ultimos 12 meses por categoria de
*> entrada e a taxa que dele resulta (1 = 100%).
    01 PVT-HISTORICO.
      05 PVT-HIST OCCURS 8 TIMES.
         10 PVT-H-DEVIDO     PIC S9(11)V99.
         10 PVT-H-COBRADO    PIC S9(11)V99.
         10 PVT-TAXA         PIC 9V9999.
*> prestacoes ativas da conta (aluno/semestre) em tratamento.
    01 PVT-PLANO.
      05 PVT-PREST OCCURS 99 TIMES.
         10 PVT-P-DATA       PIC 9(8).
         10 PVT-P-VALOR      PIC 9(7)V99.

PROCEDURE DIVISION.
COPY "rvvendor.cbl".
COPY "rvfatura.cbl".
COPY "rvvendorpo.cbl".
COPY "rvadiantamento.cbl".
COPY "rvsalreg.cbl".
COPY "rvpropinas.cbl".
COPY "rvplanopag.cbl".
COPY "rvacordo.cbl".
COPY "rvacordoprest.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvpropmov.cbl".
COPY "rvpatmov.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL NOT = 3 AND SES-NIVEL-ATUAL NOT = 9
        DISPLAY "Sem permissao: a previsao de tesouraria e das"
            " financas."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT PVT-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM PREVER-TESOURARIA.
GOBACK.

PREVER-TESOURARIA.
    PERFORM PEDIR-PARAMETROS
    PERFORM INICIAR-SEMANAS
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO PVT-CONTACTOS-ABERTO
    END-IF
    PERFORM PREVER-FATURAS
    PERFORM PREVER-ENCOMENDAS
    PERFORM PREVER-ADIANTAMENTOS
    PERFORM PREVER-SALARIOS
    PERFORM PREVER-PLANOS
    PERFORM PREVER-ACORDOS
    PERFORM APURAR-HISTORICO-DEBITOS
    PERFORM PREVER-DEBITOS-DIRETOS
    PERFORM PREVER-PATROCINADORES
    IF PVT-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    PERFORM CALCULAR-TAXAS
    PERFORM FECHAR-SEMANAS
    PERFORM ESCREVER-PREVISAO
    DISPLAY "==============================="
    MOVE PVT-S-SAIDAS (14) TO PVT-VAL-ED
    DISPLAY "Saidas previstas (13 semanas):   " PVT-VAL-ED
    MOVE PVT-S-ENTRADAS (14) TO PVT-VAL-ED
    DISPLAY "Entradas previstas (13 semanas): " PVT-VAL-ED
    MOVE PVT-S-SALDO (13) TO PVT-VAL-ED
    DISPLAY "Saldo no fim da semana 13:       " PVT-VAL-ED
    IF PVT-SEMANAS-NEGATIVAS > ZERO
        DISPLAY "ATENCAO: " PVT-SEMANAS-NEGATIVAS
            " semana(s) com saldo negativo, a primeira a de "
            PVT-S-INICIO (PVT-PRIMEIRA-NEGATIVA) "."
        MOVE PVT-SALDO-MINIMO TO PVT-VAL-ED
        DISPLAY "Saldo mais baixo: " PVT-VAL-ED " na semana de "
            PVT-S-INICIO (PVT-SEMANA-MINIMO)
    ELSE
        DISPLAY "Sem semanas com saldo negativo."
    END-IF
    DISPLAY "Previsao gravada em " PVT-NOME-FICHEIRO
    DISPLAY "==============================="
    MOVE 0 TO RETURN-CODE.

PEDIR-PARAMETROS.
    DISPLAY "Saldo de tesouraria disponivel hoje (ENTER = 0): "
        NO ADVANCING
    MOVE SPACES TO PVT-RESPOSTA
    ACCEPT PVT-RESPOSTA
    IF PVT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PVT-RESPOSTA) TO PVT-SALDO-INICIAL
    END-IF
    DISPLAY "Dias de entrega previstos para as ordens abertas"
        " (ENTER = 30): " NO ADVANCING
    MOVE SPACES TO PVT-RESPOSTA
    ACCEPT PVT-RESPOSTA
    IF PVT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PVT-RESPOSTA) TO PVT-DIAS-ENTREGA
    END-IF
    DISPLAY "Dia do mes do pagamento dos salarios (ENTER = 25): "
        NO ADVANCING
    MOVE SPACES TO PVT-RESPOSTA
    ACCEPT PVT-RESPOSTA
    IF PVT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PVT-RESPOSTA) TO PVT-DIA-SALARIOS
    END-IF
    IF PVT-DIA-SALARIOS < 1 OR PVT-DIA-SALARIOS > 31
        MOVE 25 TO PVT-DIA-SALARIOS
    END-IF
    DISPLAY "Dia do mes da corrida de debitos diretos"
        " (ENTER = 10): " NO ADVANCING
    MOVE SPACES TO PVT-RESPOSTA
    ACCEPT PVT-RESPOSTA
    IF PVT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PVT-RESPOSTA) TO PVT-DIA-DEBITOS
    END-IF
    IF PVT-DIA-DEBITOS < 1 OR PVT-DIA-DEBITOS > 31
        MOVE 10 TO PVT-DIA-DEBITOS
    END-IF
    DISPLAY "Prazo de pagamento dos patrocinadores em dias"
        " (ENTER = 30): " NO ADVANCING
    MOVE SPACES TO PVT-RESPOSTA
    ACCEPT PVT-RESPOSTA
    IF PVT-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (PVT-RESPOSTA) TO PVT-PRAZO-PATROC
    END-IF.

INICIAR-SEMANAS.
*> a semana 1 comeca hoje; o horizonte acaba no dia 91.
    INITIALIZE PVT-SEMANAS
    INITIALIZE PVT-HISTORICO
    COMPUTE PVT-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (PVT-DATA-HOJE)
    COMPUTE PVT-DIAS-FIM = PVT-DIAS-HOJE + 90
    COMPUTE PVT-DIAS-HIST = PVT-DIAS-HOJE - 365
    MOVE 1 TO PVT-SX
    PERFORM UNTIL PVT-SX > 13
        COMPUTE PVT-S-INICIO (PVT-SX) = FUNCTION DATE-OF-INTEGER
            (PVT-DIAS-HOJE + 7 * (PVT-SX - 1))
        ADD 1 TO PVT-SX
    END-PERFORM
    PERFORM CALCULAR-DATA-DEBITOS.

VALIDAR-DATA.
    MOVE 'N' TO PVT-DATA-OK
    IF PVT-DATA-TESTE NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD (PVT-DATA-TESTE) = ZERO
            MOVE 'S' TO PVT-DATA-OK
        END-IF
    END-IF.

ACUMULAR-NA-SEMANA.
*> o que ja venceu (ou nao tem data valida) cai na primeira
*> semana; o que vence depois do horizonte fica de fora.
    MOVE PVT-ITEM-DATA TO PVT-DATA-TESTE
    PERFORM VALIDAR-DATA
    IF PVT-DATA-OK = 'N'
        MOVE PVT-DATA-HOJE TO PVT-ITEM-DATA
    END-IF
    COMPUTE PVT-DIAS-ITEM = FUNCTION INTEGER-OF-DATE (PVT-ITEM-DATA)
    IF PVT-DIAS-ITEM < PVT-DIAS-HOJE
        MOVE PVT-DIAS-HOJE TO PVT-DIAS-ITEM
    END-IF
    IF PVT-DIAS-ITEM NOT > PVT-DIAS-FIM
        COMPUTE PVT-SX = (PVT-DIAS-ITEM - PVT-DIAS-HOJE) / 7 + 1
        ADD PVT-ITEM-VALOR TO PVT-S-VALOR (PVT-SX, PVT-ITEM-CAT)
    END-IF.

REGISTAR-HISTORICO.
*> so conta para a taxa de cobranca o que venceu nos ultimos 12
*> meses.
    PERFORM VALIDAR-DATA
    IF PVT-DATA-OK = 'S' AND PVT-DATA-TESTE NOT > PVT-DATA-HOJE
        COMPUTE PVT-DIAS-ITEM =
            FUNCTION INTEGER-OF-DATE (PVT-DATA-TESTE)
        IF PVT-DIAS-ITEM NOT < PVT-DIAS-HIST
            ADD PVT-HIST-VALOR TO PVT-H-DEVIDO (PVT-ITEM-CAT)
            ADD PVT-HIST-PAGO TO PVT-H-COBRADO (PVT-ITEM-CAT)
        END-IF
    END-IF.

VERIFICAR-MANDATO.
*> conta com mandato de debito direto ativo: cobranca_dd leva o
*> saldo inteiro na proxima corrida.
    MOVE 'N' TO PVT-MANDATO-OK
    IF PVT-CONTACTOS-ABERTO = 'S'
        MOVE PVT-ALUNO-MANDATO TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CTA-DD-ATIVO AND CTA-IBAN NOT = SPACES
                    MOVE 'S' TO PVT-MANDATO-OK
                END-IF
        END-READ
    END-IF.

*>----------------------------------------------------------------
*> saidas
*>----------------------------------------------------------------
PREVER-FATURAS.
    OPEN INPUT FATURAS-FILE.
    IF FATURAS-STATUS NOT = "00"
        DISPLAY "Aviso: FATURAS-FILE indisponivel (status "
            FATURAS-STATUS "); faturas fora da previsao."
    ELSE
        MOVE 'N' TO PVT-VENDORS-ABERTO
        OPEN INPUT VENDOR-FILE
        IF VENDOR-FILE-STATUS = "00"
            MOVE 'S' TO PVT-VENDORS-ABERTO
        END-IF
        MOVE ZERO TO PVT-VENDOR-LIDO
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    IF FAT-APROVADA AND NOT FAT-RETIDA-DUP
                        PERFORM PREVER-UMA-FATURA
                    END-IF
            END-READ
        END-PERFORM
        IF PVT-VENDORS-ABERTO = 'S'
            CLOSE VENDOR-FILE
        END-IF
        CLOSE FATURAS-FILE
    END-IF.

PREVER-UMA-FATURA.
*> sai o que a corrida de pagamentos vai pagar: o valor menos o
*> ja adiantado e, com a janela de pronto pagamento ainda aberta,
*> menos o desconto, no ultimo dia da janela. A retencao na fonte
*> sai na mesma (para o Estado) e fica com a fatura. As notas de
*> credito abatem na corrida do fornecedor.
    MOVE 1 TO PVT-ITEM-CAT
    IF FAT-NOTA-CREDITO
        COMPUTE PVT-ITEM-VALOR = ZERO - FAT-VALOR
        PERFORM DATA-VENCIMENTO-FATURA
    ELSE
        MOVE FAT-VALOR TO PVT-ITEM-VALOR
        IF FAT-ADIANTAMENTO NUMERIC AND FAT-ADIANTAMENTO > ZERO
            SUBTRACT FAT-ADIANTAMENTO FROM PVT-ITEM-VALOR
        END-IF
        PERFORM LER-TERMOS-VENDOR
        MOVE ZERO TO PVT-DESCONTO
        MOVE FAT-DATA TO PVT-DATA-TESTE
        PERFORM VALIDAR-DATA
        IF PVT-DESC-PCT > ZERO AND PVT-DESC-DIAS > ZERO
            AND PVT-DATA-OK = 'S'
            COMPUTE PVT-DIAS-ITEM =
                FUNCTION INTEGER-OF-DATE (FAT-DATA) + PVT-DESC-DIAS
            IF PVT-DIAS-ITEM NOT < PVT-DIAS-HOJE
                COMPUTE PVT-DESCONTO ROUNDED =
                    FAT-VALOR * PVT-DESC-PCT / 100
                SUBTRACT PVT-DESCONTO FROM PVT-ITEM-VALOR
                ADD PVT-DESCONTO TO PVT-TOTAL-DESCONTOS
                COMPUTE PVT-ITEM-DATA =
                    FUNCTION DATE-OF-INTEGER (PVT-DIAS-ITEM)
            END-IF
        END-IF
        IF PVT-DESCONTO = ZERO
            PERFORM DATA-VENCIMENTO-FATURA
        END-IF
    END-IF
    ADD 1 TO PVT-QTD-FATURAS
    PERFORM ACUMULAR-NA-SEMANA.

DATA-VENCIMENTO-FATURA.
*> faturas antigas sem vencimento gravado vencem no prazo do
*> fornecedor a contar da data da fatura.
    IF FAT-DATA-VENCIMENTO NUMERIC AND FAT-DATA-VENCIMENTO > ZERO
        MOVE FAT-DATA-VENCIMENTO TO PVT-ITEM-DATA
    ELSE
        PERFORM LER-TERMOS-VENDOR
        MOVE FAT-DATA TO PVT-DATA-TESTE
        PERFORM VALIDAR-DATA
        IF PVT-DATA-OK = 'S'
            COMPUTE PVT-ITEM-DATA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (FAT-DATA)
                 + PVT-PRAZO-DIAS)
        ELSE
            MOVE PVT-DATA-HOJE TO PVT-ITEM-DATA
        END-IF
    END-IF.

LER-TERMOS-VENDOR.
    IF FAT-VENDOR-NUMBER NOT = PVT-VENDOR-LIDO
        MOVE FAT-VENDOR-NUMBER TO PVT-VENDOR-LIDO
        MOVE ZERO TO PVT-PRAZO-DIAS
        MOVE ZERO TO PVT-DESC-PCT
        MOVE ZERO TO PVT-DESC-DIAS
        IF PVT-VENDORS-ABERTO = 'S'
            MOVE FAT-VENDOR-NUMBER TO VENDOR-NUMBER
            READ VENDOR-FILE KEY IS VENDOR-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF VENDOR-PRAZO-DIAS NUMERIC
                        MOVE VENDOR-PRAZO-DIAS TO PVT-PRAZO-DIAS
                    END-IF
                    IF VENDOR-DESC-PCT NUMERIC
                        AND VENDOR-DESC-DIAS NUMERIC
                        MOVE VENDOR-DESC-PCT TO PVT-DESC-PCT
                        MOVE VENDOR-DESC-DIAS TO PVT-DESC-DIAS
                    END-IF
            END-READ
        END-IF
    END-IF.

PREVER-ENCOMENDAS.
    OPEN INPUT VENDOR-PO-FILE.
    IF VPO-STATUS NOT = "00"
        DISPLAY "Aviso: VENDOR-PO-FILE indisponivel (status "
            VPO-STATUS "); ordens abertas fora da previsao."
    ELSE
        MOVE 'N' TO PVT-FATURAS-ABERTO
        OPEN INPUT FATURAS-FILE
        IF FATURAS-STATUS = "00"
            MOVE 'S' TO PVT-FATURAS-ABERTO
        END-IF
        MOVE 'N' TO PVT-ADIANT-ABERTO
        OPEN INPUT ADIANTAMENTOS-FILE
        IF ADIANTAMENTOS-STATUS = "00"
            MOVE 'S' TO PVT-ADIANT-ABERTO
        END-IF
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ VENDOR-PO-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    IF VPO-ABERTA
                        PERFORM PREVER-UMA-ENCOMENDA
                    END-IF
            END-READ
        END-PERFORM
        IF PVT-ADIANT-ABERTO = 'S'
            CLOSE ADIANTAMENTOS-FILE
        END-IF
        IF PVT-FATURAS-ABERTO = 'S'
            CLOSE FATURAS-FILE
        END-IF
        CLOSE VENDOR-PO-FILE
    END-IF.

PREVER-UMA-ENCOMENDA.
*> o compromisso da ordem que ainda sai de caixa e o que nao foi
*> faturado (as faturas contam a parte) nem adiantado; sai na
*> data de entrega prevista.
    MOVE VPO-VALOR-TOTAL TO PVT-ITEM-VALOR
    PERFORM ABATER-FATURADO-ORDEM
    IF PVT-ADIANT-ABERTO = 'S'
        MOVE VPO-VENDOR-NUMBER TO ADI-VENDOR-NUMBER
        MOVE VPO-PO-NUMBER TO ADI-PO-NUMBER
        READ ADIANTAMENTOS-FILE KEY IS ADI-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ADI-POR-PAGAR OR ADI-ABERTO
                    SUBTRACT ADI-VALOR FROM PVT-ITEM-VALOR
                END-IF
        END-READ
    END-IF
    IF PVT-ITEM-VALOR > ZERO
        MOVE VPO-DATA TO PVT-DATA-TESTE
        PERFORM VALIDAR-DATA
        IF PVT-DATA-OK = 'S'
            COMPUTE PVT-ITEM-DATA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (VPO-DATA)
                 + PVT-DIAS-ENTREGA)
        ELSE
            MOVE PVT-DATA-HOJE TO PVT-ITEM-DATA
        END-IF
        MOVE 2 TO PVT-ITEM-CAT
        ADD 1 TO PVT-QTD-ENCOMENDAS
        PERFORM ACUMULAR-NA-SEMANA
    END-IF.

ABATER-FATURADO-ORDEM.
    MOVE 'N' TO PVT-FIM-AUX
    IF PVT-FATURAS-ABERTO = 'S'
        MOVE VPO-VENDOR-NUMBER TO FAT-VENDOR-NUMBER
        MOVE LOW-VALUES TO FAT-NUMERO
        START FATURAS-FILE KEY IS NOT LESS THAN FAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO PVT-FIM-AUX
        END-START
        PERFORM UNTIL PVT-FIM-AUX = 'Y'
            READ FATURAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-AUX
                NOT AT END
                    IF FAT-VENDOR-NUMBER NOT = VPO-VENDOR-NUMBER
                        MOVE 'Y' TO PVT-FIM-AUX
                    ELSE
                        IF FAT-PO-NUMBER = VPO-PO-NUMBER
                            IF FAT-NOTA-CREDITO
                                ADD FAT-VALOR TO PVT-ITEM-VALOR
                            ELSE
                                SUBTRACT FAT-VALOR
                                    FROM PVT-ITEM-VALOR
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

PREVER-ADIANTAMENTOS.
    OPEN INPUT ADIANTAMENTOS-FILE.
    IF ADIANTAMENTOS-STATUS NOT = "00"
        DISPLAY "Aviso: ADIANTAMENTOS-FILE indisponivel (status "
            ADIANTAMENTOS-STATUS "); adiantamentos fora da previsao."
    ELSE
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ ADIANTAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    IF ADI-POR-PAGAR
                        MOVE ADI-DATA TO PVT-ITEM-DATA
                        MOVE ADI-VALOR TO PVT-ITEM-VALOR
                        MOVE 3 TO PVT-ITEM-CAT
                        ADD 1 TO PVT-QTD-ADIANTAMENTOS
                        PERFORM ACUMULAR-NA-SEMANA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADIANTAMENTOS-FILE
    END-IF.

PREVER-SALARIOS.
*> a folha de referencia e a do ultimo periodo extraido por
*> extrato_salarios; repete-se no dia de pagamento de cada mes.
    OPEN INPUT SALARIOS-REG-FILE.
    IF SALARIOSREG-STATUS NOT = "00"
        DISPLAY "Aviso: SALARIOS-REG-FILE indisponivel (status "
            SALARIOSREG-STATUS "); salarios fora da previsao."
    ELSE
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ SALARIOS-REG-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    IF SAL-PERIODO > PVT-SAL-PERIODO
                        MOVE SAL-PERIODO TO PVT-SAL-PERIODO
                        MOVE ZERO TO PVT-FOLHA
                    END-IF
                    IF SAL-PERIODO = PVT-SAL-PERIODO
                        ADD SAL-VALOR TO PVT-FOLHA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SALARIOS-REG-FILE
        IF PVT-FOLHA > ZERO
            MOVE PVT-DATA-HOJE TO PVT-DATA-TRAB-N
            MOVE 1 TO PVT-MX
            PERFORM UNTIL PVT-MX > 4
                MOVE PVT-DIA-SALARIOS TO PVT-DT-DIA
                PERFORM ACERTAR-FIM-MES
                IF PVT-DATA-TRAB-N NOT < PVT-DATA-HOJE
                    MOVE PVT-DATA-TRAB-N TO PVT-ITEM-DATA
                    MOVE PVT-FOLHA TO PVT-ITEM-VALOR
                    MOVE 4 TO PVT-ITEM-CAT
                    PERFORM ACUMULAR-NA-SEMANA
                END-IF
                PERFORM AVANCAR-MES
                ADD 1 TO PVT-MX
            END-PERFORM
        END-IF
    END-IF.

ACERTAR-FIM-MES.
*> o dia passa ao ultimo do mes quando nao existe (31 -> 30,
*> 29/02 -> 28/02).
    PERFORM UNTIL PVT-DT-DIA < 29
        OR FUNCTION TEST-DATE-YYYYMMDD (PVT-DATA-TRAB-N) = ZERO
        SUBTRACT 1 FROM PVT-DT-DIA
    END-PERFORM.

AVANCAR-MES.
    MOVE 1 TO PVT-DT-DIA
    IF PVT-DT-MES = 12
        MOVE 1 TO PVT-DT-MES
        ADD 1 TO PVT-DT-ANO
    ELSE
        ADD 1 TO PVT-DT-MES
    END-IF.

*>----------------------------------------------------------------
*> entradas
*>----------------------------------------------------------------
PREVER-PLANOS.
    OPEN INPUT PLANOSPAG-FILE.
    IF PLANOSPAG-STATUS NOT = "00"
        DISPLAY "Aviso: PLANOSPAG-FILE indisponivel (status "
            PLANOSPAG-STATUS "); planos fora da previsao."
    ELSE
        MOVE 'N' TO PVT-PROPINAS-ABERTO
        OPEN INPUT PROPINAS-FILE
        IF PROPINAS-STATUS = "00"
            MOVE 'S' TO PVT-PROPINAS-ABERTO
        END-IF
        MOVE ZERO TO PVT-QTD-PREST
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ PLANOSPAG-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    PERFORM GUARDAR-PRESTACAO-PLANO
            END-READ
        END-PERFORM
        IF PVT-QTD-PREST > ZERO
            PERFORM PREVER-UM-PLANO
        END-IF
        IF PVT-PROPINAS-ABERTO = 'S'
            CLOSE PROPINAS-FILE
        END-IF
        CLOSE PLANOSPAG-FILE
    END-IF.

GUARDAR-PRESTACAO-PLANO.
    IF PVT-QTD-PREST > ZERO
        AND (PLA-ID-ALUNO NOT = PVT-PLANO-ALUNO
             OR PLA-SEMESTRE NOT = PVT-PLANO-SEMESTRE)
        PERFORM PREVER-UM-PLANO
    END-IF
    IF PLA-ATIVA AND PVT-QTD-PREST < 99
        IF PVT-QTD-PREST = ZERO
            MOVE PLA-ID-ALUNO TO PVT-PLANO-ALUNO
            MOVE PLA-SEMESTRE TO PVT-PLANO-SEMESTRE
        END-IF
        ADD 1 TO PVT-QTD-PREST
        MOVE PLA-DATA-VENCIMENTO TO PVT-P-DATA (PVT-QTD-PREST)
        MOVE PLA-VALOR TO PVT-P-VALOR (PVT-QTD-PREST)
    END-IF.

PREVER-UM-PLANO.
*> o plano divide o saldo que havia quando foi criado; o que
*> desde entao foi pago abate as prestacoes pela ordem do
*> calendario e o saldo em divida fica nas ultimas.
    MOVE ZERO TO PVT-PLANO-TOTAL
    MOVE 1 TO PVT-PX
    PERFORM UNTIL PVT-PX > PVT-QTD-PREST
        ADD PVT-P-VALOR (PVT-PX) TO PVT-PLANO-TOTAL
        ADD 1 TO PVT-PX
    END-PERFORM
    MOVE PVT-PLANO-TOTAL TO PVT-PLANO-SALDO
    IF PVT-PROPINAS-ABERTO = 'S'
        MOVE PVT-PLANO-ALUNO TO PRO-ID-ALUNO
        MOVE PVT-PLANO-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE PVT-PLANO-SALDO =
                    PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
        END-READ
    END-IF
    IF PVT-PLANO-SALDO < ZERO
        MOVE ZERO TO PVT-PLANO-SALDO
    END-IF
    IF PVT-PLANO-SALDO > PVT-PLANO-TOTAL
        MOVE PVT-PLANO-TOTAL TO PVT-PLANO-SALDO
    END-IF
    COMPUTE PVT-PLANO-PAGO = PVT-PLANO-TOTAL - PVT-PLANO-SALDO
    MOVE PVT-PLANO-ALUNO TO PVT-ALUNO-MANDATO
    PERFORM VERIFICAR-MANDATO
    MOVE 1 TO PVT-PX
    PERFORM UNTIL PVT-PX > PVT-QTD-PREST
        PERFORM PREVER-PRESTACAO-PLANO
        ADD 1 TO PVT-PX
    END-PERFORM
    MOVE ZERO TO PVT-QTD-PREST.

PREVER-PRESTACAO-PLANO.
    IF PVT-PLANO-PAGO > PVT-P-VALOR (PVT-PX)
        MOVE PVT-P-VALOR (PVT-PX) TO PVT-APLICADO
    ELSE
        MOVE PVT-PLANO-PAGO TO PVT-APLICADO
    END-IF
    SUBTRACT PVT-APLICADO FROM PVT-PLANO-PAGO
    MOVE 5 TO PVT-ITEM-CAT
    MOVE PVT-P-DATA (PVT-PX) TO PVT-DATA-TESTE
    MOVE PVT-P-VALOR (PVT-PX) TO PVT-HIST-VALOR
    MOVE PVT-APLICADO TO PVT-HIST-PAGO
    PERFORM REGISTAR-HISTORICO
    IF PVT-P-VALOR (PVT-PX) > PVT-APLICADO
        AND PVT-MANDATO-OK = 'N'
        COMPUTE PVT-ITEM-VALOR = PVT-P-VALOR (PVT-PX) - PVT-APLICADO
        MOVE PVT-P-DATA (PVT-PX) TO PVT-ITEM-DATA
        ADD 1 TO PVT-QTD-PLANOS
        PERFORM ACUMULAR-NA-SEMANA
    END-IF.

PREVER-ACORDOS.
    OPEN INPUT ACORDOS-FILE.
    IF ACORDOS-STATUS NOT = "00"
        DISPLAY "Aviso: ACORDOS-FILE indisponivel (status "
            ACORDOS-STATUS "); acordos fora da previsao."
    ELSE
        MOVE 'N' TO PVT-PRESTACOES-ABERTO
        OPEN INPUT ACORDOS-PREST-FILE
        IF ACORDOSPREST-STATUS = "00"
            MOVE 'S' TO PVT-PRESTACOES-ABERTO
        END-IF
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ ACORDOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    IF PVT-PRESTACOES-ABERTO = 'S'
                        PERFORM PREVER-UM-ACORDO
                    END-IF
            END-READ
        END-PERFORM
        IF PVT-PRESTACOES-ABERTO = 'S'
            CLOSE ACORDOS-PREST-FILE
        END-IF
        CLOSE ACORDOS-FILE
    END-IF.

PREVER-UM-ACORDO.
*> todos os acordos entram no historico de cobranca; so os ativos
*> de alunos sem debito direto entram na previsao.
    MOVE ACD-ID-ALUNO TO PVT-ALUNO-MANDATO
    PERFORM VERIFICAR-MANDATO
    MOVE 1 TO PVT-PX
    PERFORM UNTIL PVT-PX > 12
        MOVE ACD-ID-ALUNO TO ACP-ID-ALUNO
        MOVE ACD-NUMERO TO ACP-NUMERO
        MOVE PVT-PX TO ACP-PRESTACAO
        READ ACORDOS-PREST-FILE KEY IS ACP-CHAVE
            INVALID KEY
                MOVE 13 TO PVT-PX
            NOT INVALID KEY
                PERFORM PREVER-PRESTACAO-ACORDO
                ADD 1 TO PVT-PX
        END-READ
    END-PERFORM.

PREVER-PRESTACAO-ACORDO.
    MOVE 6 TO PVT-ITEM-CAT
    MOVE ACP-DATA-VENCIMENTO TO PVT-DATA-TESTE
    MOVE ACP-VALOR TO PVT-HIST-VALOR
    IF ACP-LIQUIDADA
        MOVE ACP-VALOR TO PVT-HIST-PAGO
    ELSE
        MOVE ZERO TO PVT-HIST-PAGO
    END-IF
    PERFORM REGISTAR-HISTORICO
    IF ACD-ATIVO AND ACP-PENDENTE AND PVT-MANDATO-OK = 'N'
        MOVE ACP-VALOR TO PVT-ITEM-VALOR
        MOVE ACP-DATA-VENCIMENTO TO PVT-ITEM-DATA
        ADD 1 TO PVT-QTD-ACORDOS
        PERFORM ACUMULAR-NA-SEMANA
    END-IF.

APURAR-HISTORICO-DEBITOS.
*> cobrado por debito direto (pagamentos de referencia DD) menos
*> as devolucoes estornadas por retornos_dd.
    OPEN INPUT PROPMOV-FILE.
    IF PROPMOV-STATUS = "00"
        MOVE 7 TO PVT-ITEM-CAT
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ PROPMOV-FILE
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    MOVE MOV-DATA TO PVT-DATA-TESTE
                    IF MOV-PAGAMENTO AND MOV-REFERENCIA (1:2) = "DD"
                        MOVE MOV-VALOR TO PVT-HIST-VALOR
                        MOVE MOV-VALOR TO PVT-HIST-PAGO
                        PERFORM REGISTAR-HISTORICO
                    END-IF
                    IF MOV-ESTORNO
                        MOVE ZERO TO PVT-HIST-VALOR
                        COMPUTE PVT-HIST-PAGO = ZERO - MOV-VALOR
                        PERFORM REGISTAR-HISTORICO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPMOV-FILE
    END-IF.

PREVER-DEBITOS-DIRETOS.
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Aviso: PROPINAS-FILE indisponivel (status "
            PROPINAS-STATUS "); debitos diretos fora da previsao."
    ELSE
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ PROPINAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    COMPUTE PVT-SALDO-CONTA =
                        PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
                    IF PVT-SALDO-CONTA > ZERO
                        MOVE PRO-ID-ALUNO TO PVT-ALUNO-MANDATO
                        PERFORM VERIFICAR-MANDATO
                        IF PVT-MANDATO-OK = 'S'
                            ADD PVT-SALDO-CONTA TO PVT-DD-BRUTO
                            ADD 1 TO PVT-QTD-DEBITOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPINAS-FILE
        IF PVT-DD-BRUTO > ZERO
            MOVE PVT-DATA-DEBITOS TO PVT-ITEM-DATA
            MOVE PVT-DD-BRUTO TO PVT-ITEM-VALOR
            MOVE 7 TO PVT-ITEM-CAT
            PERFORM ACUMULAR-NA-SEMANA
        END-IF
    END-IF.

CALCULAR-DATA-DEBITOS.
*> proxima corrida: o dia indicado deste mes, ou do seguinte se
*> esse dia ja passou.
    MOVE PVT-DATA-HOJE TO PVT-DATA-TRAB-N
    MOVE PVT-DIA-DEBITOS TO PVT-DT-DIA
    PERFORM ACERTAR-FIM-MES
    IF PVT-DATA-TRAB-N < PVT-DATA-HOJE
        PERFORM AVANCAR-MES
        MOVE PVT-DIA-DEBITOS TO PVT-DT-DIA
        PERFORM ACERTAR-FIM-MES
    END-IF
    MOVE PVT-DATA-TRAB-N TO PVT-DATA-DEBITOS.

PREVER-PATROCINADORES.
*> PATMOV.dat nao guarda a cobranca: conta o que vence de hoje em
*> diante; o ja vencido da-se por recebido.
    OPEN INPUT PATMOV-FILE.
    IF PATMOV-STATUS = "00"
        MOVE 'N' TO PVT-FIM-FICHEIRO
        PERFORM UNTIL PVT-FIM-FICHEIRO = 'Y'
            READ PATMOV-FILE
                AT END MOVE 'Y' TO PVT-FIM-FICHEIRO
                NOT AT END
                    PERFORM PREVER-UM-PATROCINIO
            END-READ
        END-PERFORM
        CLOSE PATMOV-FILE
    END-IF.

PREVER-UM-PATROCINIO.
    MOVE PTM-DATA TO PVT-DATA-TESTE
    PERFORM VALIDAR-DATA
    IF PVT-DATA-OK = 'S'
        COMPUTE PVT-DIAS-ITEM =
            FUNCTION INTEGER-OF-DATE (PTM-DATA) + PVT-PRAZO-PATROC
        IF PVT-DIAS-ITEM NOT < PVT-DIAS-HOJE
            COMPUTE PVT-ITEM-DATA =
                FUNCTION DATE-OF-INTEGER (PVT-DIAS-ITEM)
            MOVE PTM-VALOR TO PVT-ITEM-VALOR
            MOVE 8 TO PVT-ITEM-CAT
            ADD 1 TO PVT-QTD-PATROCINIOS
            PERFORM ACUMULAR-NA-SEMANA
        END-IF
    END-IF.

*>----------------------------------------------------------------
*> taxas, posicao semanal e mapa
*>----------------------------------------------------------------
CALCULAR-TAXAS.
*> sem historico a taxa e 100%; os patrocinadores contam sempre
*> a 100%.
    MOVE 1 TO PVT-CX
    PERFORM UNTIL PVT-CX > 8
        MOVE 1 TO PVT-TAXA (PVT-CX)
        IF PVT-CX > 4 AND PVT-CX < 8
            AND PVT-H-DEVIDO (PVT-CX) > ZERO
            IF PVT-H-COBRADO (PVT-CX) < ZERO
                MOVE ZERO TO PVT-H-COBRADO (PVT-CX)
            END-IF
            IF PVT-H-COBRADO (PVT-CX) < PVT-H-DEVIDO (PVT-CX)
                COMPUTE PVT-TAXA (PVT-CX) ROUNDED =
                    PVT-H-COBRADO (PVT-CX) / PVT-H-DEVIDO (PVT-CX)
            END-IF
        END-IF
        ADD 1 TO PVT-CX
    END-PERFORM.

FECHAR-SEMANAS.
    MOVE PVT-SALDO-INICIAL TO PVT-SALDO-CORRENTE
    MOVE PVT-SALDO-INICIAL TO PVT-SALDO-MINIMO
    MOVE 1 TO PVT-SX
    PERFORM UNTIL PVT-SX > 13
        PERFORM FECHAR-UMA-SEMANA
        ADD 1 TO PVT-SX
    END-PERFORM
    COMPUTE PVT-S-LIQUIDO (14) =
        PVT-S-ENTRADAS (14) - PVT-S-SAIDAS (14)
    MOVE PVT-SALDO-CORRENTE TO PVT-S-SALDO (14).

FECHAR-UMA-SEMANA.
    MOVE 1 TO PVT-CX
    PERFORM UNTIL PVT-CX > 8
        IF PVT-CX > 4
            COMPUTE PVT-S-VALOR (PVT-SX, PVT-CX) ROUNDED =
                PVT-S-VALOR (PVT-SX, PVT-CX) * PVT-TAXA (PVT-CX)
            ADD PVT-S-VALOR (PVT-SX, PVT-CX)
                TO PVT-S-ENTRADAS (PVT-SX)
        ELSE
            ADD PVT-S-VALOR (PVT-SX, PVT-CX)
                TO PVT-S-SAIDAS (PVT-SX)
        END-IF
        ADD PVT-S-VALOR (PVT-SX, PVT-CX) TO PVT-S-VALOR (14, PVT-CX)
        ADD 1 TO PVT-CX
    END-PERFORM
    ADD PVT-S-SAIDAS (PVT-SX) TO PVT-S-SAIDAS (14)
    ADD PVT-S-ENTRADAS (PVT-SX) TO PVT-S-ENTRADAS (14)
    COMPUTE PVT-S-LIQUIDO (PVT-SX) =
        PVT-S-ENTRADAS (PVT-SX) - PVT-S-SAIDAS (PVT-SX)
    ADD PVT-S-LIQUIDO (PVT-SX) TO PVT-SALDO-CORRENTE
    MOVE PVT-SALDO-CORRENTE TO PVT-S-SALDO (PVT-SX)
    IF PVT-SALDO-CORRENTE < ZERO
        ADD 1 TO PVT-SEMANAS-NEGATIVAS
        IF PVT-PRIMEIRA-NEGATIVA = ZERO
            MOVE PVT-SX TO PVT-PRIMEIRA-NEGATIVA
        END-IF
    END-IF
    IF PVT-SEMANA-MINIMO = ZERO
        OR PVT-SALDO-CORRENTE < PVT-SALDO-MINIMO
        MOVE PVT-SALDO-CORRENTE TO PVT-SALDO-MINIMO
        MOVE PVT-SX TO PVT-SEMANA-MINIMO
    END-IF.

ESCREVER-PREVISAO.
    MOVE SPACES TO PVT-NOME-FICHEIRO
    STRING "PREVISAO-TESOURARIA-" DELIMITED BY SIZE
           PVT-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PVT-NOME-FICHEIRO
    OPEN OUTPUT PREVISAO-FILE
    MOVE ZERO TO PVT-LINHAS
    MOVE ALL "=" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "PREVISAO DE TESOURARIA A 13 SEMANAS - " DELIMITED BY SIZE
           PVT-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE PVT-SALDO-INICIAL TO PVT-VAL-ED
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Saldo inicial: " DELIMITED BY SIZE
           PVT-VAL-ED DELIMITED BY SIZE
           "  entrega a " DELIMITED BY SIZE
           PVT-DIAS-ENTREGA DELIMITED BY SIZE
           " dias  salarios dia " DELIMITED BY SIZE
           PVT-DIA-SALARIOS DELIMITED BY SIZE
           "  debitos diretos " DELIMITED BY SIZE
           PVT-DATA-DEBITOS DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Taxas de cobranca (ultimos 12 meses): " DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    MOVE 39 TO PVT-POS
    MOVE 5 TO PVT-CX
    PERFORM UNTIL PVT-CX > 8
        PERFORM POR-TAXA-NA-LINHA
        ADD 1 TO PVT-CX
    END-PERFORM
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    MOVE "(planos, acordos, debitos diretos, patrocinadores)"
        TO LINHA-PREVISAO (39:52)
    PERFORM ESCREVER-LINHA
    MOVE ALL "-" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE "SAIDAS (EUR)" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Sem  Inicio  " DELIMITED BY SIZE
           "       Faturas    Encomendas Adiantamentos"
               DELIMITED BY SIZE
           "      Salarios         Total" DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE 1 TO PVT-CAT-INI
    MOVE 4 TO PVT-CAT-FIM
    PERFORM ESCREVER-SECCAO
    MOVE ALL "-" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE "ENTRADAS (EUR, DEPOIS DAS TAXAS DE COBRANCA)"
        TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Sem  Inicio  " DELIMITED BY SIZE
           "        Planos       Acordos  Debitos dir."
               DELIMITED BY SIZE
           "   Patrocinios         Total" DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE 5 TO PVT-CAT-INI
    MOVE 8 TO PVT-CAT-FIM
    PERFORM ESCREVER-SECCAO
    MOVE ALL "-" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE "POSICAO (EUR)" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Sem  Inicio  " DELIMITED BY SIZE
           "      Entradas        Saidas       Liquido"
               DELIMITED BY SIZE
           "   Saldo final" DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE 1 TO PVT-SX
    PERFORM UNTIL PVT-SX > 14
        PERFORM ESCREVER-LINHA-POSICAO
        ADD 1 TO PVT-SX
    END-PERFORM
    MOVE ALL "=" TO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    IF PVT-SEMANAS-NEGATIVAS > ZERO
        MOVE PVT-SALDO-MINIMO TO PVT-VAL-ED
        STRING "Semanas com saldo negativo: " DELIMITED BY SIZE
               PVT-SEMANAS-NEGATIVAS DELIMITED BY SIZE
               "  primeira: " DELIMITED BY SIZE
               PVT-S-INICIO (PVT-PRIMEIRA-NEGATIVA) DELIMITED BY SIZE
               "  saldo mais baixo: " DELIMITED BY SIZE
               PVT-VAL-ED DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               PVT-S-INICIO (PVT-SEMANA-MINIMO) DELIMITED BY SIZE
               INTO LINHA-PREVISAO
    ELSE
        MOVE "Sem semanas com saldo negativo no horizonte."
            TO LINHA-PREVISAO
    END-IF
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Faturas: " DELIMITED BY SIZE
           PVT-QTD-FATURAS DELIMITED BY SIZE
           "  ordens: " DELIMITED BY SIZE
           PVT-QTD-ENCOMENDAS DELIMITED BY SIZE
           "  adiantamentos: " DELIMITED BY SIZE
           PVT-QTD-ADIANTAMENTOS DELIMITED BY SIZE
           "  folha de " DELIMITED BY SIZE
           PVT-SAL-PERIODO DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-PREVISAO
    STRING "Prestacoes de planos: " DELIMITED BY SIZE
           PVT-QTD-PLANOS DELIMITED BY SIZE
           "  de acordos: " DELIMITED BY SIZE
           PVT-QTD-ACORDOS DELIMITED BY SIZE
           "  contas em debito direto: " DELIMITED BY SIZE
           PVT-QTD-DEBITOS DELIMITED BY SIZE
           "  patrocinios: " DELIMITED BY SIZE
           PVT-QTD-PATROCINIOS DELIMITED BY SIZE
           INTO LINHA-PREVISAO
    PERFORM ESCREVER-LINHA
    IF PVT-TOTAL-DESCONTOS > ZERO
        MOVE PVT-TOTAL-DESCONTOS TO PVT-VAL-ED
        MOVE SPACES TO LINHA-PREVISAO
        STRING "Descontos de pronto pagamento assumidos: "
                   DELIMITED BY SIZE
               PVT-VAL-ED DELIMITED BY SIZE
               INTO LINHA-PREVISAO
        PERFORM ESCREVER-LINHA
    END-IF
    CLOSE PREVISAO-FILE
    MOVE "previsao_tesouraria" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING "ENTREGA " DELIMITED BY SIZE
           PVT-DIAS-ENTREGA DELIMITED BY SIZE
           " SAL " DELIMITED BY SIZE
           PVT-DIA-SALARIOS DELIMITED BY SIZE
           " DD " DELIMITED BY SIZE
           PVT-DIA-DEBITOS DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE PVT-NOME-FICHEIRO TO SPR-FICHEIRO
    MOVE PVT-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

POR-TAXA-NA-LINHA.
    COMPUTE PVT-PCT-ED = PVT-TAXA (PVT-CX) * 100
    MOVE PVT-PCT-ED TO LINHA-PREVISAO (PVT-POS:6)
    MOVE "%" TO LINHA-PREVISAO (PVT-POS + 6:1)
    ADD 9 TO PVT-POS.

ESCREVER-SECCAO.
    MOVE 1 TO PVT-SX
    PERFORM UNTIL PVT-SX > 14
        PERFORM INICIAR-LINHA-SEMANA
        MOVE PVT-CAT-INI TO PVT-CX
        PERFORM UNTIL PVT-CX > PVT-CAT-FIM
            MOVE PVT-S-VALOR (PVT-SX, PVT-CX) TO PVT-VALOR-LINHA
            PERFORM POR-VALOR-NA-LINHA
            ADD 1 TO PVT-CX
        END-PERFORM
        IF PVT-CAT-INI = 1
            MOVE PVT-S-SAIDAS (PVT-SX) TO PVT-VALOR-LINHA
        ELSE
            MOVE PVT-S-ENTRADAS (PVT-SX) TO PVT-VALOR-LINHA
        END-IF
        PERFORM POR-VALOR-NA-LINHA
        PERFORM ESCREVER-LINHA
        ADD 1 TO PVT-SX
    END-PERFORM.

ESCREVER-LINHA-POSICAO.
    PERFORM INICIAR-LINHA-SEMANA
    MOVE PVT-S-ENTRADAS (PVT-SX) TO PVT-VALOR-LINHA
    PERFORM POR-VALOR-NA-LINHA
    MOVE PVT-S-SAIDAS (PVT-SX) TO PVT-VALOR-LINHA
    PERFORM POR-VALOR-NA-LINHA
    MOVE PVT-S-LIQUIDO (PVT-SX) TO PVT-VALOR-LINHA
    PERFORM POR-VALOR-NA-LINHA
    MOVE PVT-S-SALDO (PVT-SX) TO PVT-VALOR-LINHA
    PERFORM POR-VALOR-NA-LINHA
    IF PVT-SX < 14 AND PVT-S-SALDO (PVT-SX) < ZERO
        MOVE "<<< NEGATIVO" TO LINHA-PREVISAO (72:12)
    END-IF
    PERFORM ESCREVER-LINHA.

INICIAR-LINHA-SEMANA.
*> a linha 14 e a dos totais das 13 semanas.
    MOVE SPACES TO LINHA-PREVISAO
    IF PVT-SX = 14
        MOVE "Total" TO LINHA-PREVISAO (1:5)
    ELSE
        MOVE PVT-SX TO PVT-SEM-ED
        MOVE PVT-SEM-ED TO LINHA-PREVISAO (2:2)
        MOVE PVT-S-INICIO (PVT-SX) TO LINHA-PREVISAO (6:8)
    END-IF
    MOVE 14 TO PVT-POS.

POR-VALOR-NA-LINHA.
    MOVE PVT-VALOR-LINHA TO PVT-VAL-ED
    MOVE PVT-VAL-ED TO LINHA-PREVISAO (PVT-POS + 1:13)
    ADD 14 TO PVT-POS.

ESCREVER-LINHA.
    WRITE LINHA-PREVISAO
    ADD 1 TO PVT-LINHAS.

COPY "pspool.cbl".

COPY "psessao.cbl".
