           SPN-NOME DELIMITED BY SIZE
           INTO LINHA-FATURA-PATROC
    WRITE LINHA-FATURA-PATROC
    IF SPN-NIF NOT = SPACES
        MOVE SPACES TO LINHA-FATURA-PATROC
        STRING "NIF: " DELIMITED BY SIZE
               SPN-NIF DELIMITED BY SIZE
               INTO LINHA-FATURA-PATROC
        WRITE LINHA-FATURA-PATROC
    END-IF
    MOVE SPACES TO LINHA-FATURA-PATROC
    STRING "Semestre: " DELIMITED BY SIZE
           FPT-SEMESTRE DELIMITED BY SIZE
