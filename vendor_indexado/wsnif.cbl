$set sourceformat(free)

*> campos de trabalho da validacao de NIF (pnif.cbl): numero a
*> validar e resultado.
01 NIF-VALIDAR          PIC X(9).
01 NIF-DIGITOS REDEFINES NIF-VALIDAR.
   05 NIF-DIGITO        PIC 9 OCCURS 9 TIMES.
77 NIF-SOMA             PIC 9(4).
77 NIF-QUOCIENTE        PIC 9(4).
77 NIF-RESTO            PIC 9(2).
77 NIF-CONTROLO         PIC 9(2).
77 NIF-IDX              PIC 9(2).
77 NIF-RESULTADO        PIC X VALUE 'N'.
    88 NIF-VALIDO         VALUE 'S'.
    88 NIF-INVALIDO       VALUE 'N'.
