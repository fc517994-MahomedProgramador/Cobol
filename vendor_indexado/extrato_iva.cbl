*>          IVA de FATURAS.dat por taxa e por fornecedor - os
*>          mesmos registos que a corrida de pagamentos usa, pelo
*>          que a declaracao reconcilia sempre com o ficheiro.
*>          As notas de credito abatem ao IVA dedutivel. Os
*>          pedidos de reconstituicao dos fundos de maneio nao
*>          sao faturas de compra e ficam de fora.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
                NOT AT END
                    IF FAT-DATA NOT < XIV-DATA-DE
                        AND FAT-DATA NOT > XIV-DATA-ATE
                        AND NOT FAT-REEMBOLSO-MANEIO
                        PERFORM ACUMULAR-IVA-FATURA
                    END-IF
            END-READ
