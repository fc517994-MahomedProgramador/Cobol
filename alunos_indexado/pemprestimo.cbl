$set sourceformat(free)

*> paragrafo partilhado do registo de emprestimos de equipamento:
*> o chamador preenche EMP-VERIFICAR-ID e faz PERFORM
*> VERIFICAR-EMPRESTIMO-ABERTO; ALUNO-COM-EMPRESTIMO fica
*> verdadeiro se o aluno tiver um emprestimo por devolver (estado
*> A), e EMP-ATV-ABERTO devolve o numero do ativo. Um emprestimo
*> devolvido ou ja cobrado nas propinas deixa de contar. Sem
*> ficheiro nao ha emprestimos.

VERIFICAR-EMPRESTIMO-ABERTO.
    MOVE 'N' TO EMP-ALUNO-ABERTO
    MOVE ZERO TO EMP-ATV-ABERTO
    OPEN INPUT EMPRESTIMOS-FILE
    IF EMPRESTIMOS-STATUS = "00"
        MOVE 'N' TO EMP-FIM-EMPRESTIMOS
        MOVE EMP-VERIFICAR-ID TO EMP-ID-ALUNO
        START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO EMP-FIM-EMPRESTIMOS
        END-START
        PERFORM UNTIL EMP-FIM-EMPRESTIMOS = 'Y'
            READ EMPRESTIMOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO EMP-FIM-EMPRESTIMOS
                NOT AT END
                    IF EMP-ID-ALUNO NOT = EMP-VERIFICAR-ID
                        MOVE 'Y' TO EMP-FIM-EMPRESTIMOS
                    ELSE
                        IF EMP-ABERTO
                            MOVE 'S' TO EMP-ALUNO-ABERTO
                            MOVE EMP-ATV-NUMERO TO EMP-ATV-ABERTO
                            MOVE 'Y' TO EMP-FIM-EMPRESTIMOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EMPRESTIMOS-FILE
    END-IF.
