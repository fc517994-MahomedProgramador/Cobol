*>****************************************************************
*> Author:
*> Date:
*> Purpose: imputacao mensal aos departamentos das saidas de
*>          armazem (fecho do mes AAAAMM). Valoriza cada saida de
*>          STOCKMOV.dat do mes pelo valor gravado na saida (ou,
*>          nas saidas antigas sem valor, pelo ultimo preco de
*>          PRECOHIST.dat) e imputa o total ao orcamento do
*>          departamento que levantou, no ano do mes: regista em
*>          IMPUTACOES.dat um registo por mes e departamento, que
*>          orcamento_relatorio e as verificacoes orcamentais
*>          contam como gasto e que mensal_gl lanca como
*>          transferencia interna (CIS no departamento, CIA no
*>          armazem). Cada departamento recebe o extrato
*>          CONSUMOS-<dept>-AAAAMM.dat (artigo, quantidade, valor,
*>          referencia), catalogado no spool em nome do
*>          responsavel do orcamento. Repetir o mes substitui a
*>          imputacao desse mes. RETURN-CODE 2 quando ha saidas
*>          sem departamento ou departamentos sem orcamento.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. imputar_consumos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slstockmov.cbl".
     COPY "slprecohist.cbl".
     COPY "slorcamento.cbl".
     COPY "slimputacao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT EXTRATO-CONSUMOS-FILE
         ASSIGN TO ICS-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdstockmov.cbl".
  COPY "fdprecohist.cbl".
  COPY "fdorcamento.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD EXTRATO-CONSUMOS-FILE.
  01 LINHA-EXTRATO-CONSUMOS  PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsstockmov.cbl".
  COPY "wsprecohist.cbl".
  COPY "wsorcamento.cbl".
  COPY "wsimputacao.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 ICS-PERIODO           PIC 9(6).
    77 ICS-NOME-FICHEIRO     PIC X(40).
    77 ICS-DATA-HOJE         PIC 9(8).
    77 ICS-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 ICS-FIM-PRECOS        PIC X VALUE 'N'.
    77 ICS-ENCONTROU         PIC X VALUE 'N'.
    77 ICS-QUANTIDADE        PIC 9(7).
    77 ICS-PRECO             PIC 9(5)V99.
    77 ICS-VALOR             PIC 9(9)V99.
    77 ICS-DOTACAO           PIC 9(9)V99.
    77 ICS-RESPONSAVEL       PIC X(8).
    77 ICS-TEM-ORCAMENTO     PIC X VALUE 'N'.
    77 ICS-LINHAS            PIC 9(5).
    77 ICS-QTD-DEPTS         PIC 9(3) VALUE ZERO.
    77 ICS-IX                PIC 9(3) VALUE ZERO.
    77 ICS-SEM-DEPARTAMENTO  PIC 9(5) VALUE ZERO.
    77 ICS-VALOR-SEM-DEPT    PIC 9(9)V99 VALUE ZERO.
    77 ICS-SEM-ORCAMENTO     PIC 9(3) VALUE ZERO.
    77 ICS-TOTAL-VALOR       PIC 9(11)V99 VALUE ZERO.
    77 ICS-TOTAL-MOVIMENTOS  PIC 9(5) VALUE ZERO.
    77 ICS-APAGADOS          PIC 9(3) VALUE ZERO.
    77 ICS-VALOR-ED          PIC Z(8)9.99.
    77 ICS-QTD-ED            PIC Z(6)9.
    01 ICS-MES-TRAB          PIC 9(6).
    01 ICS-MES-PARTES REDEFINES ICS-MES-TRAB.
       05 ICS-MT-ANO         PIC 9(4).
       05 ICS-MT-MES         PIC 9(2).

*> totais do mes por departamento que levantou.
    01 ICS-TABELA.
      05 ICS-DEPT OCCURS 100 TIMES.
         10 ICS-D-CODIGO     PIC X(4).
         10 ICS-D-VALOR      PIC 9(9)V99.
         10 ICS-D-MOVIMENTOS PIC 9(5).

PROCEDURE DIVISION.
COPY "rvstockmov.cbl".
COPY "rvprecohist.cbl".
COPY "rvorcamento.cbl".
COPY "rvimputacao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    PERFORM IMPUTAR-CONSUMOS.
GOBACK.

IMPUTAR-CONSUMOS.
    DISPLAY "Mes a imputar (AAAAMM): " NO ADVANCING
    ACCEPT ICS-PERIODO
    MOVE ICS-PERIODO TO ICS-MES-TRAB
    IF ICS-MT-MES < 1 OR ICS-MT-MES > 12
        DISPLAY "Mes invalido: " ICS-PERIODO
        MOVE 1 TO RETURN-CODE
    ELSE
        ACCEPT ICS-DATA-HOJE FROM DATE YYYYMMDD
        OPEN INPUT STOCKMOV-FILE
        IF STOCKMOV-STATUS NOT = "00"
            DISPLAY "STOCKMOV-FILE indisponivel (status "
                STOCKMOV-STATUS "). Sem movimentos de stock."
            MOVE 1 TO RETURN-CODE
        ELSE
            OPEN INPUT PRECOHIST-FILE
            PERFORM AGREGAR-SAIDAS
            CLOSE STOCKMOV-FILE
            PERFORM VARYING ICS-IX FROM 1 BY 1
                UNTIL ICS-IX > ICS-QTD-DEPTS
                PERFORM EMITIR-EXTRATO-DEPARTAMENTO
            END-PERFORM
            IF PRECOHIST-STATUS = "00"
                CLOSE PRECOHIST-FILE
            END-IF
            PERFORM GRAVAR-IMPUTACOES
            PERFORM MOSTRAR-RESUMO
        END-IF
    END-IF.

AGREGAR-SAIDAS.
    MOVE 'N' TO ICS-FIM-FICHEIRO
    PERFORM UNTIL ICS-FIM-FICHEIRO = 'Y'
        READ STOCKMOV-FILE
            AT END MOVE 'Y' TO ICS-FIM-FICHEIRO
            NOT AT END
                IF SMV-SAIDA AND SMV-DATA (1:6) = ICS-PERIODO
                    PERFORM VALORIZAR-SAIDA
                    IF SMV-DEPARTAMENTO = SPACES
                        ADD 1 TO ICS-SEM-DEPARTAMENTO
                        ADD ICS-VALOR TO ICS-VALOR-SEM-DEPT
                    ELSE
                        PERFORM ACUMULAR-DEPARTAMENTO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

VALORIZAR-SAIDA.
*> a saida guarda o valor ao preco do dia; as anteriores a
*> valorizacao das saidas vao ao ultimo preco conhecido.
    COMPUTE ICS-QUANTIDADE = 0 - SMV-QUANTIDADE
    IF SMV-VALOR > ZERO
        MOVE SMV-VALOR TO ICS-VALOR
    ELSE
        PERFORM OBTER-ULTIMO-PRECO
        COMPUTE ICS-VALOR = ICS-QUANTIDADE * ICS-PRECO
    END-IF.

OBTER-ULTIMO-PRECO.
*> como em gerir_stock: o ultimo registo do artigo em
*> PRECOHIST.dat, de qualquer fornecedor, ja em vigor na data
*> da saida.
    MOVE ZERO TO ICS-PRECO
    MOVE 'N' TO ICS-FIM-PRECOS
    IF PRECOHIST-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE SMV-ARTIGO-CODIGO TO PH-ARTIGO
        MOVE ZERO TO PH-VENDOR
        MOVE ZERO TO PH-SEQ
        START PRECOHIST-FILE KEY IS NOT LESS THAN PH-CHAVE
            INVALID KEY
                MOVE 'Y' TO ICS-FIM-PRECOS
        END-START
        PERFORM UNTIL ICS-FIM-PRECOS = 'Y'
            READ PRECOHIST-FILE NEXT RECORD
                AT END MOVE 'Y' TO ICS-FIM-PRECOS
                NOT AT END
                    IF PH-ARTIGO NOT = SMV-ARTIGO-CODIGO
                        MOVE 'Y' TO ICS-FIM-PRECOS
                    ELSE
                        IF PH-DATA NOT > SMV-DATA
                            MOVE PH-PRECO TO ICS-PRECO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

ACUMULAR-DEPARTAMENTO.
    MOVE 'N' TO ICS-ENCONTROU
    PERFORM VARYING ICS-IX FROM 1 BY 1
        UNTIL ICS-IX > ICS-QTD-DEPTS OR ICS-ENCONTROU = 'S'
        IF ICS-D-CODIGO (ICS-IX) = SMV-DEPARTAMENTO
            MOVE 'S' TO ICS-ENCONTROU
            ADD ICS-VALOR TO ICS-D-VALOR (ICS-IX)
            ADD 1 TO ICS-D-MOVIMENTOS (ICS-IX)
        END-IF
    END-PERFORM
    IF ICS-ENCONTROU = 'N'
        IF ICS-QTD-DEPTS < 100
            ADD 1 TO ICS-QTD-DEPTS
            MOVE SMV-DEPARTAMENTO TO ICS-D-CODIGO (ICS-QTD-DEPTS)
            MOVE ICS-VALOR TO ICS-D-VALOR (ICS-QTD-DEPTS)
            MOVE 1 TO ICS-D-MOVIMENTOS (ICS-QTD-DEPTS)
        ELSE
            DISPLAY "Aviso: mais de 100 departamentos; saida de "
                SMV-DEPARTAMENTO " nao imputada."
        END-IF
    END-IF.

EMITIR-EXTRATO-DEPARTAMENTO.
    PERFORM LER-ORCAMENTO-DEPARTAMENTO
    MOVE SPACES TO ICS-NOME-FICHEIRO
    STRING "CONSUMOS-" DELIMITED BY SIZE
           ICS-D-CODIGO (ICS-IX) DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           ICS-PERIODO DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO ICS-NOME-FICHEIRO
    MOVE ZERO TO ICS-LINHAS
    OPEN OUTPUT EXTRATO-CONSUMOS-FILE
    MOVE ALL "=" TO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    STRING "CONSUMOS DE ARMAZEM IMPUTADOS AO DEPARTAMENTO "
               DELIMITED BY SIZE
           ICS-D-CODIGO (ICS-IX) DELIMITED BY SIZE
           " - MES " DELIMITED BY SIZE
           ICS-PERIODO DELIMITED BY SIZE
           INTO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    STRING "Responsavel do orcamento: " DELIMITED BY SIZE
           ICS-RESPONSAVEL DELIMITED BY SIZE
           "   emitido em " DELIMITED BY SIZE
           ICS-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    STRING "Data     Artigo   Quantidade        Valor" DELIMITED BY SIZE
           "  Referencia   Projeto  Lote" DELIMITED BY SIZE
           INTO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE ALL "-" TO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE 'N' TO ICS-FIM-FICHEIRO
    OPEN INPUT STOCKMOV-FILE
    IF STOCKMOV-STATUS = "00"
        PERFORM UNTIL ICS-FIM-FICHEIRO = 'Y'
            READ STOCKMOV-FILE
                AT END MOVE 'Y' TO ICS-FIM-FICHEIRO
                NOT AT END
                    IF SMV-SAIDA AND SMV-DATA (1:6) = ICS-PERIODO
                        AND SMV-DEPARTAMENTO = ICS-D-CODIGO (ICS-IX)
                        PERFORM ESCREVER-LINHA-EXTRATO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STOCKMOV-FILE
    END-IF
    MOVE ALL "=" TO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    MOVE ICS-D-VALOR (ICS-IX) TO ICS-VALOR-ED
    STRING "Total imputado: " DELIMITED BY SIZE
           ICS-VALOR-ED DELIMITED BY SIZE
           "  em " DELIMITED BY SIZE
           ICS-D-MOVIMENTOS (ICS-IX) DELIMITED BY SIZE
           " saidas" DELIMITED BY SIZE
           INTO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    IF ICS-TEM-ORCAMENTO = 'S'
        MOVE ICS-DOTACAO TO ICS-VALOR-ED
        STRING "Orcamento " DELIMITED BY SIZE
               ICS-MT-ANO DELIMITED BY SIZE
               ": dotacao " DELIMITED BY SIZE
               ICS-VALOR-ED DELIMITED BY SIZE
               " (execucao em orcamento_relatorio)"
                   DELIMITED BY SIZE
               INTO LINHA-EXTRATO-CONSUMOS
    ELSE
        STRING "*** SEM ORCAMENTO REGISTADO PARA " DELIMITED BY SIZE
               ICS-MT-ANO DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO LINHA-EXTRATO-CONSUMOS
    END-IF
    WRITE LINHA-EXTRATO-CONSUMOS
    CLOSE EXTRATO-CONSUMOS-FILE
    MOVE "imputar_consumos" TO SPR-PROGRAMA
    MOVE SPACES TO SPR-PARAMETROS
    STRING ICS-PERIODO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ICS-D-CODIGO (ICS-IX) DELIMITED BY SIZE
           INTO SPR-PARAMETROS
    MOVE ICS-NOME-FICHEIRO TO SPR-FICHEIRO
    MOVE ICS-LINHAS TO SPR-LINHAS
*> o extrato fica no spool do responsavel do orcamento.
    IF ICS-RESPONSAVEL = SPACES
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    ELSE
        MOVE ICS-RESPONSAVEL TO SPR-OPERADOR
    END-IF
    PERFORM REGISTAR-NO-SPOOL.

LER-ORCAMENTO-DEPARTAMENTO.
    MOVE 'N' TO ICS-TEM-ORCAMENTO
    MOVE SPACES TO ICS-RESPONSAVEL
    MOVE ZERO TO ICS-DOTACAO
    OPEN INPUT ORCAMENTOS-FILE.
    IF ORCAMENTOS-STATUS = "00"
        MOVE ICS-D-CODIGO (ICS-IX) TO ORC-DEPARTAMENTO
        MOVE ICS-MT-ANO TO ORC-ANO
        READ ORCAMENTOS-FILE KEY IS ORC-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO ICS-TEM-ORCAMENTO
                MOVE ORC-RESPONSAVEL TO ICS-RESPONSAVEL
                MOVE ORC-DOTACAO TO ICS-DOTACAO
        END-READ
        CLOSE ORCAMENTOS-FILE
    END-IF
    IF ICS-TEM-ORCAMENTO = 'N'
        ADD 1 TO ICS-SEM-ORCAMENTO
    END-IF.

ESCREVER-LINHA-EXTRATO.
    PERFORM VALORIZAR-SAIDA
    MOVE SPACES TO LINHA-EXTRATO-CONSUMOS
    MOVE ICS-QUANTIDADE TO ICS-QTD-ED
    MOVE ICS-VALOR TO ICS-VALOR-ED
    STRING SMV-DATA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SMV-ARTIGO-CODIGO DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           ICS-QTD-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ICS-VALOR-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SMV-REFERENCIA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SMV-PROJETO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SMV-LOTE DELIMITED BY SIZE
           INTO LINHA-EXTRATO-CONSUMOS
    WRITE LINHA-EXTRATO-CONSUMOS
    ADD 1 TO ICS-LINHAS.

GRAVAR-IMPUTACOES.
*> a imputacao do mes e refeita de raiz: apaga a anterior e grava
*> um registo por departamento.
    OPEN INPUT IMPUTACOES-FILE.
    IF IMPUTACOES-STATUS = "35"
        OPEN OUTPUT IMPUTACOES-FILE
        CLOSE IMPUTACOES-FILE
    ELSE
        IF IMPUTACOES-STATUS = "00"
            CLOSE IMPUTACOES-FILE
        END-IF
    END-IF
    MOVE ZERO TO IMPUTACOES-TENTATIVAS
    PERFORM WITH TEST AFTER
        UNTIL IMPUTACOES-STATUS = "00" OR IMPUTACOES-TENTATIVAS = 5
        OPEN I-O IMPUTACOES-FILE
        IF IMPUTACOES-STATUS NOT = "00"
            ADD 1 TO IMPUTACOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF IMPUTACOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir IMPUTACOES-FILE. Status: "
            IMPUTACOES-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE ZERO TO ICS-APAGADOS
        MOVE 'N' TO ICS-FIM-FICHEIRO
        MOVE ICS-PERIODO TO IMP-PERIODO
        MOVE LOW-VALUES TO IMP-DEPARTAMENTO
        START IMPUTACOES-FILE KEY IS NOT LESS THAN IMP-CHAVE
            INVALID KEY
                MOVE 'Y' TO ICS-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ICS-FIM-FICHEIRO = 'Y'
            READ IMPUTACOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO ICS-FIM-FICHEIRO
                NOT AT END
                    IF IMP-PERIODO NOT = ICS-PERIODO
                        MOVE 'Y' TO ICS-FIM-FICHEIRO
                    ELSE
                        DELETE IMPUTACOES-FILE RECORD
                        ADD 1 TO ICS-APAGADOS
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING ICS-IX FROM 1 BY 1
            UNTIL ICS-IX > ICS-QTD-DEPTS
            MOVE ICS-PERIODO TO IMP-PERIODO
            MOVE ICS-D-CODIGO (ICS-IX) TO IMP-DEPARTAMENTO
            MOVE ICS-D-VALOR (ICS-IX) TO IMP-VALOR
            MOVE ICS-D-MOVIMENTOS (ICS-IX) TO IMP-MOVIMENTOS
            MOVE ICS-DATA-HOJE TO IMP-DATA
            MOVE SES-OPERADOR-ATUAL TO IMP-OPERADOR
            WRITE REGISTO-IMPUTACAO
                INVALID KEY
                    REWRITE REGISTO-IMPUTACAO
            END-WRITE
            ADD ICS-D-VALOR (ICS-IX) TO ICS-TOTAL-VALOR
            ADD ICS-D-MOVIMENTOS (ICS-IX) TO ICS-TOTAL-MOVIMENTOS
        END-PERFORM
        CLOSE IMPUTACOES-FILE
    END-IF.

MOSTRAR-RESUMO.
    DISPLAY "==============================================="
    DISPLAY " IMPUTACAO DE CONSUMOS DE ARMAZEM - MES " ICS-PERIODO
    DISPLAY "==============================================="
    PERFORM VARYING ICS-IX FROM 1 BY 1 UNTIL ICS-IX > ICS-QTD-DEPTS
        MOVE ICS-D-VALOR (ICS-IX) TO ICS-VALOR-ED
        DISPLAY "Departamento " ICS-D-CODIGO (ICS-IX)
            "  saidas " ICS-D-MOVIMENTOS (ICS-IX)
            "  imputado " ICS-VALOR-ED
    END-PERFORM
    DISPLAY "-----------------------------------------------"
    MOVE ICS-TOTAL-VALOR TO ICS-VALOR-ED
    DISPLAY "Total imputado: " ICS-VALOR-ED "  em "
        ICS-TOTAL-MOVIMENTOS " saidas"
    IF ICS-APAGADOS > ZERO
        DISPLAY "Substituida a imputacao anterior do mes ("
            ICS-APAGADOS " departamentos)."
    END-IF
    IF ICS-SEM-DEPARTAMENTO > ZERO
        MOVE ICS-VALOR-SEM-DEPT TO ICS-VALOR-ED
        DISPLAY "Aviso: " ICS-SEM-DEPARTAMENTO " saidas sem"
            " departamento (" ICS-VALOR-ED ") ficam no armazem."
    END-IF
    IF ICS-SEM-ORCAMENTO > ZERO
        DISPLAY "Aviso: " ICS-SEM-ORCAMENTO " departamentos sem"
            " orcamento registado em " ICS-MT-ANO "."
    END-IF
    IF RETURN-CODE NOT = 1
        IF ICS-SEM-DEPARTAMENTO > ZERO OR ICS-SEM-ORCAMENTO > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
