*>****************************************************************
*> Author:
*> Date:
*> Purpose: orcamento de propinas antes da matricula. Para um
*>          aluno (ou um candidato ainda sem numero, ID 0), um
*>          semestre e uma lista de cursos calcula o que
*>          gerar_propinas debitaria: propina por creditos (preco
*>          por credito configuravel), taxas da tabela
*>          TABELATAXAS.dat por semestre e por curso, reducao de
*>          estatuto especial, descontos atribuidos
*>          (gerir_descontos) e a parte dos patrocinadores. Mostra
*>          ainda o saldo em aberto do aluno em PROPINAS.dat e uma
*>          proposta de prestacoes mensais como as de
*>          gerir_plano_pagamento (divisao igual, a ultima fecha a
*>          diferenca de arredondamento). Nao grava nada.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. simular_propinas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slalunomaster.cbl".
     COPY "slcurso.cbl".
     COPY "slpropinas.cbl".
     COPY "slpatrocinio.cbl".
     COPY "sltaxa.cbl".
     COPY "slestatuto.cbl".
     COPY "sldesconto.cbl".
     COPY "sldescaluno.cbl".
     COPY "slnotas.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdalunomaster.cbl".
  COPY "fdcurso.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpatrocinio.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdestatuto.cbl".
  COPY "fddesconto.cbl".
  COPY "fddescaluno.cbl".
  COPY "fdnotas.cbl".

WORKING-STORAGE SECTION.
  COPY "wsalunomaster.cbl".
  COPY "wscurso.cbl".
  COPY "wspropinas.cbl".
  COPY "wspatrocinio.cbl".
  COPY "wstaxa.cbl".
  COPY "wsestatuto.cbl".
  COPY "wsdesconto.cbl".
  COPY "wsdescaluno.cbl".
  COPY "wsnotas.cbl".
    77 ORC-ID-ALUNO          PIC 9(5) VALUE ZERO.
    77 ORC-SEMESTRE          PIC X(6).
    77 ORC-PRECO-CREDITO     PIC 9(5)V99 VALUE 10.00.
    77 ORC-RESPOSTA          PIC X(10).
    77 ORC-CODIGO            PIC X(6).
    77 ORC-FIM-LISTA         PIC X VALUE 'N'.
    77 ORC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 ORC-ALUNO-OK          PIC X VALUE 'N'.
    77 ORC-CURSOS-ABERTO     PIC X VALUE 'N'.
    77 ORC-TAXAS-ABERTO      PIC X VALUE 'N'.
    77 ORC-JA-FATURADO       PIC X VALUE 'N'.
    77 ORC-REPETIDO          PIC X VALUE 'N'.
    77 ORC-HOJE              PIC 9(8).
    77 ORC-CREDITOS          PIC 9(3) VALUE ZERO.
    77 ORC-CURSOS-QTD        PIC 9(2) VALUE ZERO.
    77 ORC-CIX               PIC 9(2) VALUE ZERO.
    77 ORC-TAXAS-QTD         PIC 9(2) VALUE ZERO.
    77 ORC-TIX               PIC 9(2) VALUE ZERO.
    77 ORC-VALOR-PROPINA     PIC 9(7)V99 VALUE ZERO.
    77 ORC-VALOR-TAXAS       PIC 9(7)V99 VALUE ZERO.
    77 ORC-VALOR             PIC 9(7)V99 VALUE ZERO.
    77 ORC-REDUCAO           PIC 9(7)V99 VALUE ZERO.
    77 ORC-PARTE-PATROC      PIC 9(7)V99 VALUE ZERO.
    77 ORC-TOTAL-PATROC      PIC 9(7)V99 VALUE ZERO.
    77 ORC-SALDO-CONTA       PIC S9(7)V99 VALUE ZERO.
    77 ORC-SALDO-ABERTO      PIC S9(9)V99 VALUE ZERO.
    77 ORC-NUM-PRESTACOES    PIC 9(2) VALUE ZERO.
    77 ORC-PROPOSTA          PIC 9(7)V99.
    77 ORC-ACUMULADO         PIC 9(7)V99.
    77 ORC-VALOR-PREST       PIC 9(7)V99.
    77 ORC-PIX               PIC 9(2).
    77 ORC-VALOR-ED          PIC Z(6)9.99.
    77 ORC-MENOS-ED          PIC -Z(6)9.99.
    77 ORC-SALDO-ED          PIC +Z(8)9.99.
    77 ORC-PCT-ED            PIC ZZ9.
    01 ORC-DATA-PREST        PIC 9(8).
    01 ORC-DATA-PARTES REDEFINES ORC-DATA-PREST.
       05 ORC-DP-ANO         PIC 9(4).
       05 ORC-DP-MES         PIC 9(2).
       05 ORC-DP-DIA         PIC 9(2).
*> cursos pedidos para o orcamento.
    01 ORC-CURSOS-TABELA.
      05 ORC-CURSO-ENT OCCURS 15 TIMES.
         10 ORC-CURSO-CODE     PIC X(6).
         10 ORC-CURSO-NOME     PIC X(30).
         10 ORC-CURSO-CREDITOS PIC 9(2).
*> taxas aplicaveis, como em gerar_propinas.
    01 ORC-TAXAS-TABELA.
      05 ORC-TAXA-ENT OCCURS 20 TIMES.
         10 ORC-TAXA-CODIGO    PIC X(6).
         10 ORC-TAXA-DESC      PIC X(20).
         10 ORC-TAXA-VALOR     PIC 9(7)V99.

PROCEDURE DIVISION.
COPY "rvalunomaster.cbl".
COPY "rvcurso.cbl".
COPY "rvpropinas.cbl".
COPY "rvpatrocinio.cbl".
COPY "rvtaxa.cbl".
COPY "rvestatuto.cbl".
COPY "rvdesconto.cbl".
COPY "rvdescaluno.cbl".
COPY "rvnotas.cbl".

    PERFORM SIMULAR-PROPINAS.
GOBACK.

SIMULAR-PROPINAS.
    ACCEPT ORC-HOJE FROM DATE YYYYMMDD
    DISPLAY "ID do aluno (0 = candidato sem numero): " NO ADVANCING
    ACCEPT ORC-ID-ALUNO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT ORC-SEMESTRE
    DISPLAY "Preco por credito (ENTER = 10.00): " NO ADVANCING
    ACCEPT ORC-RESPOSTA
    IF ORC-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (ORC-RESPOSTA) TO ORC-PRECO-CREDITO
    END-IF
    MOVE 'S' TO ORC-ALUNO-OK
    IF ORC-ID-ALUNO NOT = ZERO
        PERFORM VERIFICAR-ALUNO
    END-IF
    IF ORC-ALUNO-OK = 'N'
        DISPLAY "Aluno nao encontrado."
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN INPUT COURSE-FILE
        IF CURSO-STATUS NOT = "00"
            DISPLAY "Erro ao abrir COURSE-FILE. Status: " CURSO-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE 'S' TO ORC-CURSOS-ABERTO
            PERFORM PEDIR-CURSOS
            IF ORC-CURSOS-QTD = ZERO
                DISPLAY "Nenhum curso indicado; nada a orcamentar."
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM CALCULAR-ORCAMENTO
                PERFORM MOSTRAR-ORCAMENTO
                PERFORM PROPOR-PRESTACOES
                MOVE 0 TO RETURN-CODE
            END-IF
            CLOSE COURSE-FILE
        END-IF
    END-IF.

VERIFICAR-ALUNO.
    MOVE 'N' TO ORC-ALUNO-OK
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE ORC-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO ORC-ALUNO-OK
                DISPLAY "Aluno: " MASTER-NOME-ALUNO
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

PEDIR-CURSOS.
    MOVE ZERO TO ORC-CURSOS-QTD
    MOVE ZERO TO ORC-CREDITOS
    MOVE 'N' TO ORC-FIM-LISTA
    DISPLAY "Cursos a orcamentar (ENTER em branco termina):"
    PERFORM UNTIL ORC-FIM-LISTA = 'Y'
        DISPLAY "Codigo do curso: " NO ADVANCING
        MOVE SPACES TO ORC-CODIGO
        ACCEPT ORC-CODIGO
        IF ORC-CODIGO = SPACES
            MOVE 'Y' TO ORC-FIM-LISTA
        ELSE
            PERFORM JUNTAR-CURSO
        END-IF
    END-PERFORM.

JUNTAR-CURSO.
    MOVE 'N' TO ORC-REPETIDO
    PERFORM VARYING ORC-CIX FROM 1 BY 1 UNTIL ORC-CIX > ORC-CURSOS-QTD
        IF ORC-CURSO-CODE (ORC-CIX) = ORC-CODIGO
            MOVE 'S' TO ORC-REPETIDO
        END-IF
    END-PERFORM
    IF ORC-REPETIDO = 'S'
        DISPLAY "Curso ja indicado."
    ELSE
        MOVE ORC-CODIGO TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                DISPLAY "Curso inexistente: " ORC-CODIGO
            NOT INVALID KEY
                IF NOT CURSO-ATIVO
                    DISPLAY "Curso inativo: " ORC-CODIGO
                ELSE
                    IF ORC-CURSOS-QTD = 15
                        DISPLAY "Maximo de 15 cursos por orcamento."
                        MOVE 'Y' TO ORC-FIM-LISTA
                    ELSE
                        ADD 1 TO ORC-CURSOS-QTD
                        MOVE CURSO-CODE TO ORC-CURSO-CODE (ORC-CURSOS-QTD)
                        MOVE CURSO-NOME TO ORC-CURSO-NOME (ORC-CURSOS-QTD)
                        MOVE CURSO-CREDITOS
                            TO ORC-CURSO-CREDITOS (ORC-CURSOS-QTD)
                        ADD CURSO-CREDITOS TO ORC-CREDITOS
                    END-IF
                END-IF
        END-READ
    END-IF.

CALCULAR-ORCAMENTO.
*> mesma sequencia de FATURAR-ALUNO em gerar_propinas: propina e
*> taxas, reducao de estatuto, descontos e patrocinadores.
    COMPUTE ORC-VALOR-PROPINA = ORC-CREDITOS * ORC-PRECO-CREDITO
    MOVE ZERO TO ORC-TAXAS-QTD
    MOVE ZERO TO ORC-VALOR-TAXAS
    OPEN INPUT TAXAS-FILE
    IF TAXAS-STATUS = "00"
        MOVE 'S' TO ORC-TAXAS-ABERTO
        PERFORM VARYING ORC-CIX FROM 1 BY 1
            UNTIL ORC-CIX > ORC-CURSOS-QTD
            PERFORM JUNTAR-TAXAS-CURSO
        END-PERFORM
        PERFORM JUNTAR-TAXAS-SEMESTRE
        CLOSE TAXAS-FILE
        MOVE 'N' TO ORC-TAXAS-ABERTO
    END-IF
    COMPUTE ORC-VALOR = ORC-VALOR-PROPINA + ORC-VALOR-TAXAS
    MOVE ZERO TO ORC-REDUCAO
    MOVE ZERO TO DCP-QTD
    MOVE ZERO TO DCP-TOTAL
    MOVE ZERO TO ORC-TOTAL-PATROC
    MOVE ZERO TO ORC-SALDO-ABERTO
    MOVE 'N' TO ORC-JA-FATURADO
    IF ORC-ID-ALUNO NOT = ZERO
        PERFORM APLICAR-REDUCAO-ESTATUTO
        MOVE ORC-ID-ALUNO TO DCP-ID-ALUNO
        MOVE ORC-HOJE TO DCP-DATA
        MOVE ORC-CREDITOS TO DCP-CREDITOS
        COMPUTE DCP-PROPINA = ORC-VALOR-PROPINA - ORC-REDUCAO
        MOVE ORC-VALOR TO DCP-VALOR
        MOVE ORC-CURSOS-ABERTO TO DCP-CURSOS-ABERTO
        PERFORM APURAR-DESCONTOS-ALUNO
        MOVE DCP-VALOR TO ORC-VALOR
        PERFORM APLICAR-PATROCINIOS
        PERFORM LER-SALDO-ABERTO
    END-IF.

JUNTAR-TAXAS-CURSO.
    MOVE 'N' TO ORC-FIM-FICHEIRO
    MOVE LOW-VALUES TO TAX-CODIGO
    START TAXAS-FILE KEY IS NOT LESS THAN TAX-CODIGO
        INVALID KEY
            MOVE 'Y' TO ORC-FIM-FICHEIRO
    END-START
    PERFORM UNTIL ORC-FIM-FICHEIRO = 'Y'
        READ TAXAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO ORC-FIM-FICHEIRO
            NOT AT END
                IF TAX-ATIVA AND TAX-POR-CURSO
                    AND TAX-CURSO-CODE = ORC-CURSO-CODE (ORC-CIX)
                    PERFORM JUNTAR-UMA-TAXA
                END-IF
        END-READ
    END-PERFORM.

JUNTAR-TAXAS-SEMESTRE.
    MOVE 'N' TO ORC-FIM-FICHEIRO
    MOVE LOW-VALUES TO TAX-CODIGO
    START TAXAS-FILE KEY IS NOT LESS THAN TAX-CODIGO
        INVALID KEY
            MOVE 'Y' TO ORC-FIM-FICHEIRO
    END-START
    PERFORM UNTIL ORC-FIM-FICHEIRO = 'Y'
        READ TAXAS-FILE NEXT RECORD
            AT END MOVE 'Y' TO ORC-FIM-FICHEIRO
            NOT AT END
                IF TAX-ATIVA AND TAX-POR-SEMESTRE
                    PERFORM JUNTAR-UMA-TAXA
                END-IF
        END-READ
    END-PERFORM.

JUNTAR-UMA-TAXA.
    IF ORC-TAXAS-QTD < 20
        ADD 1 TO ORC-TAXAS-QTD
        MOVE TAX-CODIGO TO ORC-TAXA-CODIGO (ORC-TAXAS-QTD)
        MOVE TAX-DESCRICAO TO ORC-TAXA-DESC (ORC-TAXAS-QTD)
        MOVE TAX-VALOR TO ORC-TAXA-VALOR (ORC-TAXAS-QTD)
        ADD TAX-VALOR TO ORC-VALOR-TAXAS
    END-IF.

APLICAR-REDUCAO-ESTATUTO.
*> a reducao do estatuto incide so sobre a propina por creditos.
    MOVE ORC-ID-ALUNO TO DIR-ID-ALUNO
    MOVE ORC-SEMESTRE TO DIR-SEMESTRE
    MOVE ZERO TO DIR-DATA-REF
    PERFORM APURAR-DIREITOS-ESTATUTO
    IF DIR-REDUCAO-PCT > ZERO AND ORC-VALOR-PROPINA > ZERO
        COMPUTE ORC-REDUCAO ROUNDED =
            ORC-VALOR-PROPINA * DIR-REDUCAO-PCT / 100
        IF ORC-REDUCAO > ORC-VALOR
            MOVE ORC-VALOR TO ORC-REDUCAO
        END-IF
        SUBTRACT ORC-REDUCAO FROM ORC-VALOR
    END-IF.

APLICAR-PATROCINIOS.
*> parte dos patrocinadores ativos, sem lancar nada em PATMOV.dat.
    OPEN INPUT PATROCINIOS-FILE.
    IF PATROCINIOS-STATUS = "00"
        MOVE 'N' TO ORC-FIM-FICHEIRO
        MOVE ORC-ID-ALUNO TO PTR-ID-ALUNO
        MOVE ZERO TO PTR-PATROCINADOR
        START PATROCINIOS-FILE KEY IS NOT LESS THAN PTR-CHAVE
            INVALID KEY
                MOVE 'Y' TO ORC-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ORC-FIM-FICHEIRO = 'Y' OR ORC-VALOR = ZERO
            READ PATROCINIOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORC-FIM-FICHEIRO
                NOT AT END
                    IF PTR-ID-ALUNO NOT = ORC-ID-ALUNO
                        MOVE 'Y' TO ORC-FIM-FICHEIRO
                    ELSE
                        IF PTR-ATIVO
                            PERFORM DEBITAR-PATROCINADOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PATROCINIOS-FILE
    END-IF.

DEBITAR-PATROCINADOR.
    IF PTR-PERCENTUAL
        COMPUTE ORC-PARTE-PATROC ROUNDED =
            ORC-VALOR * PTR-PERCENTAGEM / 100
    ELSE
        MOVE PTR-VALOR-FIXO TO ORC-PARTE-PATROC
    END-IF
    IF ORC-PARTE-PATROC > ORC-VALOR
        MOVE ORC-VALOR TO ORC-PARTE-PATROC
    END-IF
    SUBTRACT ORC-PARTE-PATROC FROM ORC-VALOR
    ADD ORC-PARTE-PATROC TO ORC-TOTAL-PATROC.

LER-SALDO-ABERTO.
*> soma dos saldos por pagar das contas do aluno (todos os
*> semestres ja faturados).
    OPEN INPUT PROPINAS-FILE.
    IF PROPINAS-STATUS = "00"
        MOVE 'N' TO ORC-FIM-FICHEIRO
        MOVE ORC-ID-ALUNO TO PRO-ID-ALUNO
        MOVE LOW-VALUES TO PRO-SEMESTRE
        START PROPINAS-FILE KEY IS NOT LESS THAN PRO-CHAVE
            INVALID KEY
                MOVE 'Y' TO ORC-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ORC-FIM-FICHEIRO = 'Y'
            READ PROPINAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ORC-FIM-FICHEIRO
                NOT AT END
                    IF PRO-ID-ALUNO NOT = ORC-ID-ALUNO
                        MOVE 'Y' TO ORC-FIM-FICHEIRO
                    ELSE
                        IF PRO-SEMESTRE = ORC-SEMESTRE
                            MOVE 'S' TO ORC-JA-FATURADO
                        END-IF
                        COMPUTE ORC-SALDO-CONTA =
                            PRO-TOTAL-DEBITO - PRO-TOTAL-PAGO
                        ADD ORC-SALDO-CONTA TO ORC-SALDO-ABERTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPINAS-FILE
    END-IF.

MOSTRAR-ORCAMENTO.
    DISPLAY "==============================================="
    DISPLAY " ORCAMENTO DE PROPINAS - SEMESTRE " ORC-SEMESTRE
    IF ORC-ID-ALUNO = ZERO
        DISPLAY " Candidato (sem numero de aluno)"
    ELSE
        DISPLAY " Aluno " ORC-ID-ALUNO
    END-IF
    DISPLAY " Data " ORC-HOJE "  (simulacao, sem valor de fatura)"
    DISPLAY "==============================================="
    PERFORM VARYING ORC-CIX FROM 1 BY 1 UNTIL ORC-CIX > ORC-CURSOS-QTD
        DISPLAY "  " ORC-CURSO-CODE (ORC-CIX) " "
            ORC-CURSO-NOME (ORC-CIX) " "
            ORC-CURSO-CREDITOS (ORC-CIX) " creditos"
    END-PERFORM
    MOVE ORC-VALOR-PROPINA TO ORC-VALOR-ED
    DISPLAY "Propina (" ORC-CREDITOS " creditos x "
        ORC-PRECO-CREDITO ")          " ORC-VALOR-ED
    PERFORM VARYING ORC-TIX FROM 1 BY 1 UNTIL ORC-TIX > ORC-TAXAS-QTD
        MOVE ORC-TAXA-VALOR (ORC-TIX) TO ORC-VALOR-ED
        DISPLAY "Taxa " ORC-TAXA-CODIGO (ORC-TIX) " "
            ORC-TAXA-DESC (ORC-TIX) "     " ORC-VALOR-ED
    END-PERFORM
    IF ORC-REDUCAO > ZERO
        MOVE DIR-REDUCAO-PCT TO ORC-PCT-ED
        MOVE ORC-REDUCAO TO ORC-MENOS-ED
        DISPLAY "Reducao estatuto " DIR-TIPOS " (" ORC-PCT-ED
            "% da propina)  -" ORC-MENOS-ED
    END-IF
    PERFORM VARYING DCP-IX FROM 1 BY 1 UNTIL DCP-IX > DCP-QTD
        IF DCP-APLICADO (DCP-IX) > ZERO
            MOVE DCP-APLICADO (DCP-IX) TO ORC-MENOS-ED
            DISPLAY "Desconto " DCP-CODIGO (DCP-IX)
                "                  -" ORC-MENOS-ED
        END-IF
    END-PERFORM
    IF ORC-TOTAL-PATROC > ZERO
        MOVE ORC-TOTAL-PATROC TO ORC-MENOS-ED
        DISPLAY "A cargo de patrocinadores        -" ORC-MENOS-ED
    END-IF
    DISPLAY "-----------------------------------------------"
    MOVE ORC-VALOR TO ORC-VALOR-ED
    DISPLAY "A pagar pelo aluno no semestre    " ORC-VALOR-ED
    IF ORC-ID-ALUNO NOT = ZERO
        MOVE ORC-SALDO-ABERTO TO ORC-SALDO-ED
        DISPLAY "Saldo em aberto de semestres ja faturados "
            ORC-SALDO-ED
        IF ORC-JA-FATURADO = 'S'
            DISPLAY "Atencao: o semestre " ORC-SEMESTRE " ja esta"
                " faturado; gerar_propinas nao voltara a debita-lo."
        END-IF
    END-IF.

PROPOR-PRESTACOES.
*> proposta de prestacoes mensais a partir de uma data de
*> vencimento, com a divisao de gerir_plano_pagamento.
    IF ORC-VALOR > ZERO
        DISPLAY "Numero de prestacoes a simular (2 a 12, ENTER ="
            " nenhuma): " NO ADVANCING
        MOVE ZERO TO ORC-NUM-PRESTACOES
        ACCEPT ORC-NUM-PRESTACOES
        IF ORC-NUM-PRESTACOES NOT < 2 AND ORC-NUM-PRESTACOES NOT > 12
            DISPLAY "Vencimento da primeira prestacao (AAAAMMDD): "
                NO ADVANCING
            ACCEPT ORC-DATA-PREST
            IF ORC-DP-MES < 1 OR ORC-DP-MES > 12
                OR ORC-DP-DIA < 1 OR ORC-DP-DIA > 31
                MOVE ORC-HOJE TO ORC-DATA-PREST
            END-IF
            IF ORC-DP-DIA > 28
                MOVE 28 TO ORC-DP-DIA
            END-IF
            COMPUTE ORC-PROPOSTA ROUNDED =
                ORC-VALOR / ORC-NUM-PRESTACOES
            MOVE ZERO TO ORC-ACUMULADO
            DISPLAY "Prestacao  Vencimento       Valor"
            PERFORM MOSTRAR-PRESTACAO
                VARYING ORC-PIX FROM 1 BY 1
                UNTIL ORC-PIX > ORC-NUM-PRESTACOES
        END-IF
    END-IF.

MOSTRAR-PRESTACAO.
    IF ORC-PIX = ORC-NUM-PRESTACOES
        COMPUTE ORC-VALOR-PREST = ORC-VALOR - ORC-ACUMULADO
    ELSE
        MOVE ORC-PROPOSTA TO ORC-VALOR-PREST
    END-IF
    ADD ORC-VALOR-PREST TO ORC-ACUMULADO
    MOVE ORC-VALOR-PREST TO ORC-VALOR-ED
    DISPLAY "   " ORC-PIX "       " ORC-DATA-PREST "  " ORC-VALOR-ED
    IF ORC-DP-MES = 12
        MOVE 1 TO ORC-DP-MES
        ADD 1 TO ORC-DP-ANO
    ELSE
        ADD 1 TO ORC-DP-MES
    END-IF.

COPY "pestatuto.cbl".
COPY "pdesconto.cbl".
