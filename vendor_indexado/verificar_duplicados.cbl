                    END-IF
                NOT AT END
                    IF NOT FAT-NOTA-CREDITO
                        AND NOT FAT-REEMBOLSO-MANEIO
                        PERFORM JUNTAR-FATURA-TABELA
                    END-IF
            END-READ
