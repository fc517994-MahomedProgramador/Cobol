$set sourceformat(free)

*> paragrafo partilhado da imputacao a projetos de investigacao:
*> pede o codigo do projeto (ENTER = PJI-PROJETO-OMISSAO, "-" =
*> sem projeto) e a rubrica elegivel, confirma em PROJETOS.dat
*> que o projeto existe e esta ativo e que a rubrica tem
*> orcamento, e avisa quando PJI-DATA fica fora do periodo de
*> elegibilidade. Devolve PJI-PROJETO e PJI-CATEGORIA. O
*> chamador nao tem PROJETOS-FILE aberto.

PEDIR-PROJETO.
    MOVE SPACES TO PJI-PROJETO
    MOVE SPACES TO PJI-CATEGORIA
    OPEN INPUT PROJETOS-FILE.
    IF PROJETOS-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE 'N' TO PJI-OK
        PERFORM UNTIL PJI-OK = 'S'
            PERFORM PEDIR-CODIGO-PROJETO
        END-PERFORM
        IF PJI-PROJETO NOT = SPACES
            IF PJI-CATEGORIA = SPACES
                MOVE 'N' TO PJI-OK
                PERFORM UNTIL PJI-OK = 'S'
                    PERFORM PEDIR-RUBRICA-PROJETO
                END-PERFORM
            END-IF
            IF PJI-DATA < PRJ-DATA-INICIO
                OR PJI-DATA > PRJ-DATA-FIM
                DISPLAY "Aviso: data " PJI-DATA " fora do periodo"
                    " elegivel do projeto (" PRJ-DATA-INICIO " a "
                    PRJ-DATA-FIM "); a despesa nao e financiavel."
            END-IF
        END-IF
        CLOSE PROJETOS-FILE
    END-IF.

PEDIR-CODIGO-PROJETO.
    MOVE 'S' TO PJI-OK
    MOVE SPACES TO PJI-CATEGORIA
    IF PJI-PROJETO-OMISSAO = SPACES
        DISPLAY "Projeto de investigacao (ENTER = nenhum): "
            NO ADVANCING
    ELSE
        DISPLAY "Projeto de investigacao (ENTER = "
            PJI-PROJETO-OMISSAO ", - = nenhum): " NO ADVANCING
    END-IF
    MOVE SPACES TO PJI-PROJETO
    ACCEPT PJI-PROJETO
    EVALUATE TRUE
        WHEN PJI-PROJETO = "-"
            MOVE SPACES TO PJI-PROJETO
        WHEN PJI-PROJETO = SPACES
            MOVE PJI-PROJETO-OMISSAO TO PJI-PROJETO
            MOVE PJI-CATEGORIA-OMISSAO TO PJI-CATEGORIA
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF PJI-PROJETO NOT = SPACES
        MOVE PJI-PROJETO TO PRJ-CODIGO
        READ PROJETOS-FILE KEY IS PRJ-CODIGO
            INVALID KEY
                DISPLAY "Projeto nao encontrado."
                MOVE 'N' TO PJI-OK
            NOT INVALID KEY
                IF PRJ-ATIVO
                    DISPLAY "Projeto: " PRJ-DESIGNACAO
                        " (" PRJ-FINANCIADOR ")"
                ELSE
                    DISPLAY "O projeto esta encerrado."
                    MOVE 'N' TO PJI-OK
                END-IF
        END-READ
    END-IF.

PEDIR-RUBRICA-PROJETO.
    MOVE 'N' TO PJI-OK
    PERFORM VARYING PJI-IX FROM 1 BY 1 UNTIL PJI-IX > 8
        IF PRJ-RUB-ORCAMENTO (PJI-IX) > ZERO
            MOVE PRJ-RUB-ORCAMENTO (PJI-IX) TO PJI-ORCAMENTO-ED
            DISPLAY "  " PJI-RUB-CODIGO (PJI-IX) " "
                PJI-RUB-NOME (PJI-IX) PJI-ORCAMENTO-ED
        END-IF
    END-PERFORM
    DISPLAY "Rubrica elegivel: " NO ADVANCING
    MOVE SPACES TO PJI-CATEGORIA
    ACCEPT PJI-CATEGORIA
    PERFORM VARYING PJI-IX FROM 1 BY 1 UNTIL PJI-IX > 8
        IF PJI-CATEGORIA NOT = SPACES
            AND PRJ-RUB-CATEGORIA (PJI-IX) = PJI-CATEGORIA
            AND PRJ-RUB-ORCAMENTO (PJI-IX) > ZERO
            MOVE 'S' TO PJI-OK
        END-IF
    END-PERFORM
    IF PJI-OK NOT = 'S'
        DISPLAY "Rubrica sem orcamento no projeto."
    END-IF.
