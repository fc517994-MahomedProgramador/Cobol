*>          PROPINAS.dat com cada parcela discriminada em
*>          PROPMOV.dat. A parte coberta por patrocinadores
*>          (PATROCINIOS.dat) e desviada para PATMOV.dat e
*>          abatida ao debito do aluno. A reducao de propina de um
*>          estatuto especial aprovado (gerir_estatutos) e abatida
*>          a propina por creditos e lancada em PROPMOV.dat como
*>          credito ESTATUTO; cada reducao aplicada e listada com
*>          o estatuto que a deu. Os descontos atribuidos ao aluno
*>          (gerir_descontos) sao aplicados a seguir, em cascata
*>          pela ordem de cada regra, se a regra estiver ativa e
*>          em vigor e o aluno cumprir os creditos inscritos e a
*>          media minimos; cada desconto sai em PROPMOV.dat como
*>          credito com o codigo da regra na referencia. Cada
*>          debito a cargo do aluno
*>          recebe uma referencia Multibanco (entidade,
*>          referencia e montante) em REFERENCIASMB.dat, paga
*>          nas caixas e liquidada por importar_sibs. Um aluno
*>          ja faturado no semestre e ignorado, pelo que a
*>          geracao pode ser repetida sem duplicar debitos.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slpatrocinio.cbl".
     COPY "slpatmov.cbl".
     COPY "sltaxa.cbl".
     COPY "slestatuto.cbl".
     COPY "slrefmb.cbl".
     COPY "slseqcontrol.cbl".
     COPY "sldesconto.cbl".
     COPY "sldescaluno.cbl".
     COPY "slnotas.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpatrocinio.cbl".
  COPY "fdpatmov.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdestatuto.cbl".
  COPY "fdrefmb.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fddesconto.cbl".
  COPY "fddescaluno.cbl".
  COPY "fdnotas.cbl".

WORKING-STORAGE SECTION.
  COPY "wsmatricula.cbl".
  COPY "wspatrocinio.cbl".
  COPY "wspatmov.cbl".
  COPY "wstaxa.cbl".
  COPY "wsestatuto.cbl".
  COPY "wsrefmb.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wsdesconto.cbl".
  COPY "wsdescaluno.cbl".
  COPY "wsnotas.cbl".
    77 GER-SEMESTRE          PIC X(6).
    77 GER-PRECO-CREDITO     PIC 9(5)V99 VALUE 10.00.
    77 GER-RESPOSTA          PIC X(10).
    77 GER-VALOR-PROPINA     PIC 9(7)V99 VALUE ZERO.
    77 GER-TAXAS-QTD         PIC 9(2) VALUE ZERO.
    77 GER-TAXA-IX           PIC 9(2) VALUE ZERO.
    77 GER-REDUCAO           PIC 9(7)V99 VALUE ZERO.
    77 GER-TOTAL-REDUCOES    PIC 9(5) VALUE ZERO.
    77 GER-REDUCAO-ED        PIC Z(6)9.99.
    77 GER-TOTAL-REFMB       PIC 9(5) VALUE ZERO.
    77 GER-TOTAL-DESCONTOS   PIC 9(5) VALUE ZERO.
    77 GER-VALOR-DESCONTOS   PIC 9(9)V99 VALUE ZERO.
    77 GER-DESC-TOTAL-ED     PIC Z(8)9.99.
    01 GER-TAXAS-TABELA.
      05 GER-TAXA-ENT OCCURS 20 TIMES.
         10 GER-TAXA-CODIGO  PIC X(6).
COPY "rvpatrocinio.cbl".
COPY "rvpatmov.cbl".
COPY "rvtaxa.cbl".
COPY "rvestatuto.cbl".
COPY "rvrefmb.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvdesconto.cbl".
COPY "rvdescaluno.cbl".
COPY "rvnotas.cbl".

    PERFORM GERAR-PROPINAS.
GOBACK.
            DISPLAY "Alunos faturados: " GER-TOTAL-FATURADOS
            DISPLAY "Alunos ja faturados (ignorados): "
                GER-TOTAL-IGNORADOS
            DISPLAY "Reducoes de propina por estatuto: "
                GER-TOTAL-REDUCOES
            MOVE GER-VALOR-DESCONTOS TO GER-DESC-TOTAL-ED
            DISPLAY "Descontos aplicados: " GER-TOTAL-DESCONTOS
                "  valor: " GER-DESC-TOTAL-ED
            DISPLAY "Referencias Multibanco geradas: "
                GER-TOTAL-REFMB
            DISPLAY "==============================="
            IF GER-TOTAL-FATURADOS = ZERO
                MOVE 1 TO RETURN-CODE
            MOVE ZERO TO GER-TAXA-IX
            PERFORM SOMAR-UMA-TAXA
                UNTIL GER-TAXA-IX = GER-TAXAS-QTD
            PERFORM APLICAR-REDUCAO-ESTATUTO
            PERFORM APLICAR-DESCONTOS
            MOVE ZERO TO GER-TOTAL-PATROC
            PERFORM APLICAR-PATROCINIOS
            MOVE GER-ALUNO-ATUAL TO PRO-ID-ALUNO
            MOVE ZERO TO PRO-TOTAL-PAGO
            WRITE REGISTO-PROPINA
            PERFORM GRAVAR-MOVIMENTO-DEBITO
            PERFORM GERAR-REFERENCIA-ALUNO
            ADD 1 TO GER-TOTAL-FATURADOS
        NOT INVALID KEY
            ADD 1 TO GER-TOTAL-IGNORADOS
    END-READ.

GERAR-REFERENCIA-ALUNO.
*> referencia para o debito do semestre por inteiro (prestacao
*> 00); um plano de pagamento posterior anula-a e gera uma por
*> prestacao (gerir_plano_pagamento).
    IF GER-VALOR > ZERO
        MOVE GER-ALUNO-ATUAL TO RMB-NOVO-ID
        MOVE GER-SEMESTRE TO RMB-NOVO-SEMESTRE
        MOVE ZERO TO RMB-NOVO-PRESTACAO
        MOVE GER-VALOR TO RMB-NOVO-VALOR
        MOVE ZERO TO RMB-NOVO-LIMITE
        PERFORM GERAR-REFERENCIA-MB
        IF RMB-GEROU = 'S'
            ADD 1 TO GER-TOTAL-REFMB
        END-IF
    END-IF.

APLICAR-REDUCAO-ESTATUTO.
*> a reducao do estatuto incide so sobre a propina por creditos;
*> as taxas da tabela sao devidas por inteiro.
    MOVE ZERO TO GER-REDUCAO
    MOVE GER-ALUNO-ATUAL TO DIR-ID-ALUNO
    MOVE GER-SEMESTRE TO DIR-SEMESTRE
    MOVE ZERO TO DIR-DATA-REF
    PERFORM APURAR-DIREITOS-ESTATUTO
    IF DIR-REDUCAO-PCT > ZERO AND GER-VALOR-PROPINA > ZERO
        COMPUTE GER-REDUCAO ROUNDED =
            GER-VALOR-PROPINA * DIR-REDUCAO-PCT / 100
        IF GER-REDUCAO > GER-VALOR
            MOVE GER-VALOR TO GER-REDUCAO
        END-IF
        SUBTRACT GER-REDUCAO FROM GER-VALOR
        ADD 1 TO GER-TOTAL-REDUCOES
        MOVE GER-REDUCAO TO GER-REDUCAO-ED
        DISPLAY "Aluno " GER-ALUNO-ATUAL "  estatuto " DIR-TIPOS
            " reducao " DIR-REDUCAO-PCT "% da propina: "
            GER-REDUCAO-ED
    END-IF.

APLICAR-DESCONTOS.
*> descontos atribuidos ao aluno (gerir_descontos), aplicados em
*> cascata depois da reducao de estatuto (pdesconto.cbl).
    MOVE GER-ALUNO-ATUAL TO DCP-ID-ALUNO
    MOVE GER-DATA TO DCP-DATA
    MOVE GER-CREDITOS-ALUNO TO DCP-CREDITOS
    COMPUTE DCP-PROPINA = GER-VALOR-PROPINA - GER-REDUCAO
    MOVE GER-VALOR TO DCP-VALOR
    MOVE GER-CURSOS-ABERTO TO DCP-CURSOS-ABERTO
    PERFORM APURAR-DESCONTOS-ALUNO
    MOVE DCP-VALOR TO GER-VALOR
    PERFORM VARYING DCP-IX FROM 1 BY 1 UNTIL DCP-IX > DCP-QTD
        IF DCP-APLICADO (DCP-IX) > ZERO
            ADD 1 TO GER-TOTAL-DESCONTOS
            ADD DCP-APLICADO (DCP-IX) TO GER-VALOR-DESCONTOS
            MOVE DCP-APLICADO (DCP-IX) TO GER-REDUCAO-ED
            DISPLAY "Aluno " GER-ALUNO-ATUAL "  desconto "
                DCP-CODIGO (DCP-IX) ": " GER-REDUCAO-ED
        END-IF
    END-PERFORM.

APLICAR-PATROCINIOS.
*> divide o debito calculado entre o aluno e os patrocinadores
*> ativos do aluno (gerir_patrocinadores): a parte do
*> o debito e discriminado em PROPMOV.dat: uma linha para a
*> propina por creditos, uma linha por cada taxa da tabela e, se
*> houver parte patrocinada, uma linha de tipo S com o valor
*> assumido pelos patrocinadores; a reducao de estatuto sai numa
*> linha de tipo C com a referencia ESTATUTO e cada desconto numa
*> linha de tipo C com o codigo da regra.
    MOVE GER-DATA TO MOV-DATA
    MOVE GER-ALUNO-ATUAL TO MOV-ID-ALUNO
    MOVE GER-SEMESTRE TO MOV-SEMESTRE
    MOVE ZERO TO GER-TAXA-IX
    PERFORM GRAVAR-MOVIMENTO-TAXA
        UNTIL GER-TAXA-IX = GER-TAXAS-QTD
    IF GER-REDUCAO > ZERO
        MOVE "C" TO MOV-TIPO
        MOVE GER-REDUCAO TO MOV-VALOR
        MOVE "ESTATUTO" TO MOV-REFERENCIA
        WRITE REGISTO-PROPMOV
    END-IF
    PERFORM VARYING DCP-IX FROM 1 BY 1 UNTIL DCP-IX > DCP-QTD
        IF DCP-APLICADO (DCP-IX) > ZERO
            MOVE "C" TO MOV-TIPO
            MOVE DCP-APLICADO (DCP-IX) TO MOV-VALOR
            MOVE DCP-CODIGO (DCP-IX) TO MOV-REFERENCIA
            WRITE REGISTO-PROPMOV
        END-IF
    END-PERFORM
    IF GER-TOTAL-PATROC > ZERO
        MOVE "S" TO MOV-TIPO
        MOVE GER-TOTAL-PATROC TO MOV-VALOR
    MOVE GER-TAXA-VALOR (GER-TAXA-IX) TO MOV-VALOR
    MOVE GER-TAXA-CODIGO (GER-TAXA-IX) TO MOV-REFERENCIA
    WRITE REGISTO-PROPMOV.

COPY "pestatuto.cbl".
COPY "prefmb.cbl".
COPY "pdesconto.cbl".
