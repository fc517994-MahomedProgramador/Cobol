$set sourceformat(free)

*> validacao do IBAN: o chamador poe o IBAN em IBAN-VALIDAR e
*> recebe IBAN-VALIDO / IBAN-INVALIDO e, em IBAN-COMPACTO, o IBAN
*> em maiusculas e sem os espacos de agrupamento, que e a forma a
*> gravar. O IBAN
*> comeca pelo codigo do pais (2 letras) e 2 digitos de controlo
*> (um IBAN portugues tem 25 caracteres); passados os 4 primeiros
*> para o fim e cada letra para 10 a 35, o numero modulo 97 tem
*> de dar 1.

VALIDAR-IBAN.
    SET IBAN-INVALIDO TO TRUE
    MOVE SPACES TO IBAN-COMPACTO
    MOVE ZERO TO IBAN-TAMANHO
    INSPECT IBAN-VALIDAR CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM VARYING IBAN-IDX FROM 1 BY 1 UNTIL IBAN-IDX > 40
        IF IBAN-ORIGEM (IBAN-IDX) NOT = SPACE
            ADD 1 TO IBAN-TAMANHO
            IF IBAN-TAMANHO NOT > 25
                MOVE IBAN-ORIGEM (IBAN-IDX)
                    TO IBAN-CARACTER (IBAN-TAMANHO)
            END-IF
        END-IF
    END-PERFORM
    IF IBAN-TAMANHO NOT < 15 AND IBAN-TAMANHO NOT > 25
        AND IBAN-COMPACTO (1:2) ALPHABETIC
        AND IBAN-COMPACTO (3:2) NUMERIC
        AND (IBAN-COMPACTO (1:2) NOT = "PT" OR IBAN-TAMANHO = 25)
        MOVE ZERO TO IBAN-RESTO
        MOVE 'S' TO IBAN-CARACTERES-OK
        PERFORM VARYING IBAN-IDX FROM 5 BY 1
            UNTIL IBAN-IDX > IBAN-TAMANHO
            PERFORM ACUMULAR-CARACTER-IBAN
        END-PERFORM
        PERFORM VARYING IBAN-IDX FROM 1 BY 1 UNTIL IBAN-IDX > 4
            PERFORM ACUMULAR-CARACTER-IBAN
        END-PERFORM
        IF IBAN-CARACTERES-OK = 'S' AND IBAN-RESTO = 1
            SET IBAN-VALIDO TO TRUE
        END-IF
    END-IF.

ACUMULAR-CARACTER-IBAN.
    MOVE IBAN-CARACTER (IBAN-IDX) TO IBAN-CAR
    IF IBAN-CAR NUMERIC
        COMPUTE IBAN-ACUMULADO = IBAN-RESTO * 10 + IBAN-DIGITO
    ELSE
        MOVE ZERO TO IBAN-VALOR-LETRA
        PERFORM VARYING IBAN-LETRA-IDX FROM 1 BY 1
            UNTIL IBAN-LETRA-IDX > 26 OR IBAN-VALOR-LETRA > ZERO
            IF IBAN-LETRA (IBAN-LETRA-IDX) = IBAN-CAR
                COMPUTE IBAN-VALOR-LETRA = IBAN-LETRA-IDX + 9
            END-IF
        END-PERFORM
        IF IBAN-VALOR-LETRA = ZERO
            MOVE 'N' TO IBAN-CARACTERES-OK
        END-IF
        COMPUTE IBAN-ACUMULADO = IBAN-RESTO * 100 + IBAN-VALOR-LETRA
    END-IF
    DIVIDE IBAN-ACUMULADO BY 97 GIVING IBAN-QUOCIENTE
        REMAINDER IBAN-RESTO.
