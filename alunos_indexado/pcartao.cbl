$set sourceformat(free)

*> paragrafo partilhado do registo de cartoes: o chamador preenche
*> CRT-CANCELAR-ID e CRT-CANCELAR-DATA e faz PERFORM
*> CANCELAR-CARTOES-ALUNO; os cartoes ativos do aluno ficam
*> cancelados com validade nessa data e pendentes da lista para a
*> seguranca (extrair_cartoes). CRT-CANCELADOS devolve quantos
*> foram cancelados. Sem ficheiro nao ha cartoes a cancelar.

CANCELAR-CARTOES-ALUNO.
    MOVE ZERO TO CRT-CANCELADOS
    MOVE ZERO TO CARTOES-TENTATIVAS
    MOVE "99" TO CARTOES-STATUS
    PERFORM UNTIL CARTOES-STATUS = "00" OR CARTOES-TENTATIVAS = 5
        OPEN I-O CARTOES-FILE
        IF CARTOES-STATUS NOT = "00"
            ADD 1 TO CARTOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF CARTOES-STATUS = "00"
        MOVE 'N' TO CRT-FIM-CARTOES
        MOVE CRT-CANCELAR-ID TO CRT-ID-ALUNO
        START CARTOES-FILE KEY IS EQUAL TO CRT-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO CRT-FIM-CARTOES
        END-START
        PERFORM UNTIL CRT-FIM-CARTOES = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO CRT-FIM-CARTOES
                NOT AT END
                    IF CRT-ID-ALUNO NOT = CRT-CANCELAR-ID
                        MOVE 'Y' TO CRT-FIM-CARTOES
                    ELSE
                        IF CRT-ATIVO
                            MOVE "C" TO CRT-ESTADO
                            MOVE CRT-CANCELAR-DATA TO CRT-DATA-ESTADO
                            MOVE CRT-CANCELAR-DATA TO CRT-DATA-VALIDADE
                            MOVE "P" TO CRT-AVISO-SEGURANCA
                            MOVE SES-OPERADOR-ATUAL TO CRT-OPERADOR
                            REWRITE REGISTO-CARTAO
                            ADD 1 TO CRT-CANCELADOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARTOES-FILE
    END-IF.
