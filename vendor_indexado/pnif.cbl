$set sourceformat(free)

*> validacao do numero de identificacao fiscal: o chamador poe o
*> numero em NIF-VALIDAR e recebe NIF-VALIDO / NIF-INVALIDO. Um
*> NIF tem 9 digitos, o primeiro de 1 a 9, e o ultimo e o
*> controlo modulo 11 dos oito primeiros com pesos 9 a 2.

VALIDAR-NIF.
    SET NIF-INVALIDO TO TRUE
    IF NIF-VALIDAR NUMERIC AND NIF-DIGITO (1) NOT = ZERO
        MOVE ZERO TO NIF-SOMA
        PERFORM VARYING NIF-IDX FROM 1 BY 1 UNTIL NIF-IDX > 8
            COMPUTE NIF-SOMA = NIF-SOMA
                + NIF-DIGITO (NIF-IDX) * (10 - NIF-IDX)
        END-PERFORM
        DIVIDE NIF-SOMA BY 11 GIVING NIF-QUOCIENTE
            REMAINDER NIF-RESTO
        IF NIF-RESTO < 2
            MOVE ZERO TO NIF-CONTROLO
        ELSE
            COMPUTE NIF-CONTROLO = 11 - NIF-RESTO
        END-IF
        IF NIF-CONTROLO = NIF-DIGITO (9)
            SET NIF-VALIDO TO TRUE
        END-IF
    END-IF.
