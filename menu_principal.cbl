    77 NOVO-OPR-NOME     PIC X(30).
    77 NOVO-OPR-SENHA    PIC X(8).
    77 NOVO-OPR-NIVEL    PIC 9.
    77 NOVO-OPR-DEPTO    PIC X(4).
    77 NOVO-OPR-EMAIL    PIC X(30).
    77 HASH-ENTRADA      PIC X(8).
    77 HASH-RESULTADO    PIC 9(10).
    77 HASH-IX           PIC 9(2).
        MOVE ZERO TO OPR-HIST1
        MOVE ZERO TO OPR-HIST2
        MOVE ZERO TO OPR-HIST3
        MOVE SPACES TO OPR-DEPARTAMENTO
        MOVE SPACES TO OPR-EMAIL
        WRITE REGISTO-OPERADOR
        CLOSE OPERADORES-FILE
        DISPLAY "Ficheiro de operadores criado com o operador"
                NOT AT END
                    DISPLAY "  " OPR-ID "  " OPR-NOME
                        "  nivel " OPR-NIVEL
                        "  depto " OPR-DEPARTAMENTO
                    ADD 1 TO OPR-TOTAL
            END-READ
        END-PERFORM
            DISPLAY "Nivel invalido, a assumir 1."
            MOVE 1 TO NOVO-OPR-NIVEL
        END-IF
        DISPLAY "Departamento (ENTER = nenhum): " NO ADVANCING
        MOVE SPACES TO NOVO-OPR-DEPTO
        ACCEPT NOVO-OPR-DEPTO
        DISPLAY "Correio eletronico para a distribuicao de"
            " relatorios (ENTER = nenhum): " NO ADVANCING
        MOVE SPACES TO NOVO-OPR-EMAIL
        ACCEPT NOVO-OPR-EMAIL
        MOVE 'N' TO OPR-GRAVOU
        MOVE ZERO TO OPERADORES-TENTATIVAS
        PERFORM UNTIL OPERADORES-STATUS = "00"
            MOVE ZERO TO OPR-HIST1
            MOVE ZERO TO OPR-HIST2
            MOVE ZERO TO OPR-HIST3
            MOVE NOVO-OPR-DEPTO TO OPR-DEPARTAMENTO
            MOVE NOVO-OPR-EMAIL TO OPR-EMAIL
            WRITE REGISTO-OPERADOR
                INVALID KEY
                    REWRITE REGISTO-OPERADOR
