$set sourceformat(free)

*> controlo do Codigo dos Contratos Publicos para o ajuste
*> direto: soma as ordens nao canceladas adjudicadas por ajuste
*> direto ao mesmo fornecedor e na mesma categoria no ano
*> economico da ordem e nos dois anteriores, junta o valor da
*> nova ordem e compara com o teto legal (CCP_LIMITE_AJUSTE_DIRETO,
*> por omissao 20000,00). A partir de AJD-PERCENT-AVISO do teto
*> devolve AJD-PERTO-LIMITE; ao atingir o teto devolve
*> AJD-LIMITE-ATINGIDO. O chamador abre VENDOR-PO-FILE; o registo
*> corrente e reposto no fim.

CARREGAR-LIMITE-AJUSTE.
    ACCEPT AJD-LIMITE-ENV FROM ENVIRONMENT "CCP_LIMITE_AJUSTE_DIRETO"
    IF AJD-LIMITE-ENV NOT = SPACES
        MOVE FUNCTION NUMVAL (AJD-LIMITE-ENV) TO AJD-LIMITE
    END-IF
    COMPUTE AJD-VALOR-AVISO ROUNDED =
        AJD-LIMITE * AJD-PERCENT-AVISO / 100.

APURAR-AJUSTES-DIRETOS.
    MOVE REGISTO-VENDOR-PO TO AJD-PO-GUARDADA
    COMPUTE AJD-ANO-INICIO = AJD-ANO-FIM - 2
    MOVE ZERO TO AJD-ANTERIOR
    MOVE 'N' TO AJD-FIM-FICHEIRO
    MOVE AJD-VENDOR TO VPO-VENDOR-NUMBER
    MOVE ZERO TO VPO-PO-NUMBER
    START VENDOR-PO-FILE KEY IS NOT LESS THAN VPO-CHAVE
        INVALID KEY
            MOVE 'Y' TO AJD-FIM-FICHEIRO
    END-START
    PERFORM UNTIL AJD-FIM-FICHEIRO = 'Y'
        READ VENDOR-PO-FILE NEXT RECORD
            AT END MOVE 'Y' TO AJD-FIM-FICHEIRO
            NOT AT END
                IF VPO-VENDOR-NUMBER NOT = AJD-VENDOR
                    MOVE 'Y' TO AJD-FIM-FICHEIRO
                ELSE
                    IF VPO-AJUSTE-DIRETO
                        AND NOT VPO-CANCELADA
                        AND VPO-CATEGORIA = AJD-CATEGORIA
                        AND VPO-PO-NUMBER NOT = AJD-EXCLUIR-PO
                        AND VPO-DATA (1:4) >= AJD-ANO-INICIO
                        AND VPO-DATA (1:4) <= AJD-ANO-FIM
                        ADD VPO-VALOR-TOTAL TO AJD-ANTERIOR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE AJD-PO-GUARDADA TO REGISTO-VENDOR-PO
    COMPUTE AJD-ACUMULADO = AJD-ANTERIOR + AJD-VALOR-NOVO
    EVALUATE TRUE
        WHEN AJD-ACUMULADO >= AJD-LIMITE
            SET AJD-LIMITE-ATINGIDO TO TRUE
        WHEN AJD-ACUMULADO >= AJD-VALOR-AVISO
            SET AJD-PERTO-LIMITE TO TRUE
        WHEN OTHER
            SET AJD-DENTRO-LIMITE TO TRUE
    END-EVALUATE.
