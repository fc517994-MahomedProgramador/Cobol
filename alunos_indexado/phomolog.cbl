$set sourceformat(free)

*> paragrafo partilhado da homologacao de pautas: o chamador
*> preenche HML-CURSO-CODE e HML-SEMESTRE e faz PERFORM
*> VERIFICAR-HOMOLOGACAO; fica PAUTA-HOMOLOGADA quando a pauta
*> desse curso/semestre foi homologada em homologar_pauta e nao
*> foi reaberta depois. Os restantes campos do registo (data e
*> operador) ficam disponiveis para o chamador. Sem ficheiro ou
*> sem registo a pauta e provisoria.

VERIFICAR-HOMOLOGACAO.
    MOVE 'N' TO HOMOLOG-PAUTA
    OPEN INPUT HOMOLOG-FILE.
    IF HOMOLOG-STATUS = "00"
        READ HOMOLOG-FILE KEY IS HML-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF HML-HOMOLOGADA
                    MOVE 'S' TO HOMOLOG-PAUTA
                END-IF
        END-READ
        CLOSE HOMOLOG-FILE
    END-IF.
