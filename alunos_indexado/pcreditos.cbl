$set sourceformat(free)

*> paragrafo partilhado do teto de creditos por semestre: o
*> chamador preenche CRD-ID-ALUNO, CRD-CURSO-CODE, CRD-SEMESTRE e
*> CRD-CREDITOS-NOVO (CURSO-CREDITOS do curso pedido) e faz
*> PERFORM VERIFICAR-LIMITE-CREDITOS; fica CREDITOS-EXCEDIDOS
*> quando os creditos das matriculas ativas do aluno no semestre
*> mais o curso pedido passam o limite do plano curricular do
*> aluno (MASTER-PLANO) acrescido dos creditos extra de uma
*> autorizacao de sobrecarga ativa (gerir_sobrecarga). O limite
*> de cada plano vive em LIMCREDITOS.dat (gerir_planocurr); o
*> registo de plano a espacos e o limite por omissao. Sem limite
*> aplicavel (CRD-LIMITE a zero) nao ha teto. Usa COURSE-FILE e
*> MATRICULAS-FILE fechados.

VERIFICAR-LIMITE-CREDITOS.
    MOVE 'N' TO CRD-EXCEDE
    MOVE SPACES TO CRD-PLANO
    MOVE ZERO TO CRD-LIMITE
    MOVE ZERO TO CRD-EXTRA
    MOVE ZERO TO CRD-TOTAL
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS = "00"
        MOVE CRD-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-PLANO TO CRD-PLANO
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF
    OPEN INPUT LIMCRED-FILE.
    IF LIMCRED-STATUS = "00"
        MOVE CRD-PLANO TO LCR-PLANO
        READ LIMCRED-FILE KEY IS LCR-PLANO
            INVALID KEY
                MOVE SPACES TO LCR-PLANO
                READ LIMCRED-FILE KEY IS LCR-PLANO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LCR-MAX-CREDITOS TO CRD-LIMITE
                END-READ
            NOT INVALID KEY
                MOVE LCR-MAX-CREDITOS TO CRD-LIMITE
        END-READ
        CLOSE LIMCRED-FILE
    END-IF
    IF CRD-LIMITE > ZERO
        PERFORM SOMAR-CREDITOS-SEMESTRE
        OPEN INPUT SOBRECARGA-FILE
        IF SOBRECARGA-STATUS = "00"
            MOVE CRD-ID-ALUNO TO SOB-ID-ALUNO
            MOVE CRD-SEMESTRE TO SOB-SEMESTRE
            READ SOBRECARGA-FILE KEY IS SOB-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SOB-ATIVA
                        MOVE SOB-CREDITOS-EXTRA TO CRD-EXTRA
                    END-IF
            END-READ
            CLOSE SOBRECARGA-FILE
        END-IF
        IF CRD-TOTAL + CRD-CREDITOS-NOVO > CRD-LIMITE + CRD-EXTRA
            MOVE 'S' TO CRD-EXCEDE
        END-IF
    END-IF.

SOMAR-CREDITOS-SEMESTRE.
    MOVE 'N' TO CRD-FIM
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE 'N' TO CRD-CURSOS-ABERTO
        OPEN INPUT COURSE-FILE
        IF CURSO-STATUS = "00"
            MOVE 'S' TO CRD-CURSOS-ABERTO
        END-IF
        MOVE CRD-ID-ALUNO TO MAT-ID-ALUNO
        MOVE LOW-VALUES TO MAT-CURSO-SEM
        START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO CRD-FIM
        END-START
        PERFORM UNTIL CRD-FIM = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO CRD-FIM
                NOT AT END
                    IF MAT-ID-ALUNO NOT = CRD-ID-ALUNO
                        MOVE 'Y' TO CRD-FIM
                    ELSE
                        IF MAT-ATIVA AND MAT-SEMESTRE = CRD-SEMESTRE
                            AND MAT-CURSO-CODE NOT = CRD-CURSO-CODE
                            AND CRD-CURSOS-ABERTO = 'S'
                            MOVE MAT-CURSO-CODE TO CURSO-CODE
                            READ COURSE-FILE KEY IS CURSO-CODE
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD CURSO-CREDITOS TO CRD-TOTAL
                            END-READ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF CRD-CURSOS-ABERTO = 'S'
            CLOSE COURSE-FILE
        END-IF
        CLOSE MATRICULAS-FILE
    END-IF.
