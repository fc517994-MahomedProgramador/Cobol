$set sourceformat(free)

*> campos de trabalho da validacao de IBAN (piban.cbl): IBAN a
*> validar, forma compacta devolvida e resultado.
01 IBAN-VALIDAR         PIC X(40).
01 IBAN-ORIGEM-TAB REDEFINES IBAN-VALIDAR.
   05 IBAN-ORIGEM       PIC X OCCURS 40 TIMES.
01 IBAN-COMPACTO        PIC X(25).
01 IBAN-COMPACTO-TAB REDEFINES IBAN-COMPACTO.
   05 IBAN-CARACTER     PIC X OCCURS 25 TIMES.
01 IBAN-LETRAS          PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 IBAN-LETRAS-TAB REDEFINES IBAN-LETRAS.
   05 IBAN-LETRA        PIC X OCCURS 26 TIMES.
01 IBAN-CAR             PIC X.
01 IBAN-DIGITO REDEFINES IBAN-CAR PIC 9.
77 IBAN-TAMANHO         PIC 9(2).
77 IBAN-IDX             PIC 9(2).
77 IBAN-LETRA-IDX       PIC 9(2).
77 IBAN-VALOR-LETRA     PIC 9(2).
77 IBAN-ACUMULADO       PIC 9(5).
77 IBAN-QUOCIENTE       PIC 9(5).
77 IBAN-RESTO           PIC 9(2).
77 IBAN-CARACTERES-OK   PIC X.
77 IBAN-RESULTADO       PIC X VALUE 'N'.
    88 IBAN-VALIDO        VALUE 'S'.
    88 IBAN-INVALIDO      VALUE 'N'.
