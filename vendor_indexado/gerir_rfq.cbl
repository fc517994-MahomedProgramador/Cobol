        MOVE ZERO TO VPO-PRECO-MOEDA
        MOVE 1 TO VPO-CAMBIO
        MOVE "N" TO VPO-CAPITAL
        MOVE "C" TO VPO-PROCEDIMENTO
        MOVE SPACES TO VPO-CATEGORIA
        MOVE ZERO TO VPO-CONTRATO
        MOVE SPACES TO VPO-PROJETO
        MOVE SPACES TO VPO-PRJ-CATEGORIA
        MOVE "A" TO VPO-ESTADO
        WRITE REGISTO-VENDOR-PO
            INVALID KEY
