$set sourceformat(free)

*> paragrafo partilhado dos estatutos especiais do aluno
*> (trabalhador-estudante, atleta, NEE; gerir_estatutos): o
*> chamador preenche DIR-ID-ALUNO, DIR-SEMESTRE e DIR-DATA-REF
*> (zero = qualquer data dentro do semestre) e faz PERFORM
*> APURAR-DIREITOS-ESTATUTO. Somam-se os direitos de todos os
*> estatutos aprovados do aluno nesse semestre cuja validade
*> cobre a data de referencia: DIREITO-ISENCAO-ASSID,
*> DIREITO-EPOCA-ESPECIAL, DIR-REDUCAO-PCT (a maior reducao de
*> propina) e DIR-TIPOS com as siglas dos estatutos aplicados,
*> para o chamador relatar o que aplicou.

APURAR-DIREITOS-ESTATUTO.
    MOVE 'N' TO DIR-ISENTO-ASSID
    MOVE 'N' TO DIR-EPOCA-ESPECIAL
    MOVE ZERO TO DIR-REDUCAO-PCT
    MOVE SPACES TO DIR-TIPOS
    MOVE 1 TO DIR-TIPOS-PTR
    MOVE 'N' TO DIR-FIM
    OPEN INPUT ESTATUTOS-FILE.
    IF ESTATUTOS-STATUS = "00"
        MOVE DIR-ID-ALUNO TO STE-ID-ALUNO
        MOVE DIR-SEMESTRE TO STE-SEMESTRE
        MOVE LOW-VALUES TO STE-TIPO
        START ESTATUTOS-FILE KEY IS NOT LESS THAN STE-CHAVE
            INVALID KEY
                MOVE 'Y' TO DIR-FIM
        END-START
        PERFORM UNTIL DIR-FIM = 'Y'
            READ ESTATUTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO DIR-FIM
                NOT AT END
                    IF STE-ID-ALUNO NOT = DIR-ID-ALUNO
                        OR STE-SEMESTRE NOT = DIR-SEMESTRE
                        MOVE 'Y' TO DIR-FIM
                    ELSE
                        IF STE-APROVADO
                            AND (DIR-DATA-REF = ZERO
                            OR (DIR-DATA-REF NOT < STE-DATA-INICIO
                            AND DIR-DATA-REF NOT > STE-DATA-FIM))
                            PERFORM SOMAR-DIREITOS-ESTATUTO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ESTATUTOS-FILE
    END-IF.

SOMAR-DIREITOS-ESTATUTO.
    IF STE-ISENCAO-ASSID = "S"
        MOVE 'S' TO DIR-ISENTO-ASSID
    END-IF
    IF STE-EPOCA-ESPECIAL = "S"
        MOVE 'S' TO DIR-EPOCA-ESPECIAL
    END-IF
    IF STE-REDUCAO-PCT > DIR-REDUCAO-PCT
        MOVE STE-REDUCAO-PCT TO DIR-REDUCAO-PCT
    END-IF
    IF DIR-TIPOS-PTR < 9
        STRING STE-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO DIR-TIPOS WITH POINTER DIR-TIPOS-PTR
        END-STRING
    END-IF.
