*>          faturado) ou por curso (cobrada por cada matricula no
*>          CURSO-CODE indicado). gerar_propinas monta o debito a
*>          partir desta tabela, discriminando cada taxa como
*>          linha propria em PROPMOV.dat. As taxas de ambito
*>          requerimento tem por codigo o tipo de requerimento
*>          (DECMAT, DECNOT, CERCON) e sao cobradas pelo balcao
*>          de requerimentos (gerir_requerimentos), nunca pela
*>          faturacao do semestre. O premio do seguro escolar e a
*>          taxa SEGURO de ambito G, cobrada uma vez por aluno e
*>          semestre pelo lote seguro_escolar.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    ELSE
        DISPLAY "Descricao: " NO ADVANCING
        ACCEPT GTX-DESCRICAO
        DISPLAY "Ambito (S - fixa por semestre, C - por curso,"
            " R - por requerimento, G - seguro escolar): "
            NO ADVANCING
        ACCEPT GTX-AMBITO
        MOVE SPACES TO GTX-CURSO-CODE
            DISPLAY "Codigo do curso a que se aplica: " NO ADVANCING
            ACCEPT GTX-CURSO-CODE
        ELSE
            IF GTX-AMBITO NOT = "R" AND GTX-AMBITO NOT = "G"
                MOVE "S" TO GTX-AMBITO
            END-IF
        END-IF
        DISPLAY "Valor: " NO ADVANCING
        ACCEPT GTX-VALOR
