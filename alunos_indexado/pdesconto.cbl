$set sourceformat(free)

*> paragrafos partilhados dos descontos de propina (gerir_descontos):
*> o chamador declara DESCONTOS-FILE, DESCONTOS-ALUNO-FILE e
*> NOTAS-FILE (sl/fd/ws/rv) e COURSE-FILE, preenche DCP-ID-ALUNO,
*> DCP-DATA (data de referencia da validade), DCP-CREDITOS
*> (creditos inscritos no semestre), DCP-PROPINA (propina por
*> creditos ja abatida a reducao de estatuto), DCP-VALOR (debito
*> total do semestre) e DCP-CURSOS-ABERTO ('S' se COURSE-FILE
*> estiver aberto, para ponderar a media pelos creditos) e faz
*> PERFORM APURAR-DESCONTOS-ALUNO. Os paragrafos abrem e fecham
*> eles proprios os tres ficheiros e nao gravam nada.
*>
*> As regras atribuidas ao aluno, ativas e em vigor, cujos
*> criterios (creditos inscritos e media minimos) o aluno cumpre
*> ficam em DCP-TABELA (DCP-QTD entradas, por ordem de
*> aplicacao) e sao aplicadas em cascata: a percentagem incide
*> sobre o que resta da propina (base P) ou do debito total
*> (base T). Uma regra exclusiva so se aplica se nenhuma outra se
*> aplicou e impede as seguintes. DCP-APLICADO de cada entrada
*> devolve o desconto dado (zero se nao se aplicou), DCP-TOTAL a
*> soma e DCP-VALOR o debito que resta.

APURAR-DESCONTOS-ALUNO.
    MOVE ZERO TO DCP-QTD
    MOVE ZERO TO DCP-TOTAL
    MOVE 'N' TO DCP-MEDIA-CALCULADA
    OPEN INPUT DESCONTOS-FILE.
    IF DESCONTOS-STATUS = "00"
        OPEN INPUT DESCONTOS-ALUNO-FILE
        IF DESCALUNO-STATUS = "00"
            PERFORM CARREGAR-DESCONTOS-ALUNO
            CLOSE DESCONTOS-ALUNO-FILE
        END-IF
        CLOSE DESCONTOS-FILE
    END-IF
    IF DCP-QTD > ZERO
        MOVE ZERO TO DCP-APLICADOS
        MOVE 'N' TO DCP-PARAR
        PERFORM VARYING DCP-IX FROM 1 BY 1
            UNTIL DCP-IX > DCP-QTD OR DCP-PARAR = 'S'
            PERFORM APLICAR-UM-DESCONTO
        END-PERFORM
    END-IF.

CARREGAR-DESCONTOS-ALUNO.
    MOVE 'N' TO DCP-FIM
    MOVE DCP-ID-ALUNO TO DCA-ID-ALUNO
    MOVE LOW-VALUES TO DCA-CODIGO
    START DESCONTOS-ALUNO-FILE KEY IS NOT LESS THAN DCA-CHAVE
        INVALID KEY
            MOVE 'Y' TO DCP-FIM
    END-START
    PERFORM UNTIL DCP-FIM = 'Y'
        READ DESCONTOS-ALUNO-FILE NEXT RECORD
            AT END MOVE 'Y' TO DCP-FIM
            NOT AT END
                IF DCA-ID-ALUNO NOT = DCP-ID-ALUNO
                    MOVE 'Y' TO DCP-FIM
                ELSE
                    IF DCA-ATIVO
                        AND (DCA-DATA-FIM = ZERO
                             OR DCA-DATA-FIM NOT < DCP-DATA)
                        PERFORM AVALIAR-REGRA-DESCONTO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

AVALIAR-REGRA-DESCONTO.
    MOVE 'N' TO DCP-ELEGIVEL
    MOVE DCA-CODIGO TO DSC-CODIGO
    READ DESCONTOS-FILE KEY IS DSC-CODIGO
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DSC-ATIVO
                AND DSC-DATA-INICIO NOT > DCP-DATA
                AND (DSC-DATA-FIM = ZERO OR DSC-DATA-FIM NOT < DCP-DATA)
                AND DCP-CREDITOS NOT < DSC-CREDITOS-MINIMOS
                MOVE 'S' TO DCP-ELEGIVEL
            END-IF
    END-READ
    IF DCP-ELEGIVEL = 'S' AND DSC-MEDIA-MINIMA > ZERO
        IF DCP-MEDIA-CALCULADA = 'N'
            PERFORM CALCULAR-MEDIA-DESCONTO
        END-IF
        IF DCP-MEDIA-ALUNO < DSC-MEDIA-MINIMA
            MOVE 'N' TO DCP-ELEGIVEL
        END-IF
    END-IF
    IF DCP-ELEGIVEL = 'S'
        IF DCP-QTD < 10
            PERFORM INSERIR-REGRA-DESCONTO
        ELSE
            DISPLAY "Aviso: aluno " DCP-ID-ALUNO " com mais de 10"
                " descontos, ignorado " DSC-CODIGO
        END-IF
    END-IF.

INSERIR-REGRA-DESCONTO.
*> insercao ordenada por DSC-ORDEM; em ordem igual fica a primeira
*> lida (ordem do codigo da regra).
    ADD 1 TO DCP-QTD
    MOVE DCP-QTD TO DCP-JX
    MOVE DSC-CODIGO TO DCP-CODIGO (DCP-JX)
    MOVE DSC-ORDEM TO DCP-ORDEM (DCP-JX)
    MOVE DSC-MODO TO DCP-MODO (DCP-JX)
    MOVE DSC-PERCENTAGEM TO DCP-PCT (DCP-JX)
    MOVE DSC-VALOR-FIXO TO DCP-FIXO (DCP-JX)
    MOVE DSC-BASE TO DCP-SOBRE (DCP-JX)
    MOVE DSC-ACUMULA TO DCP-ACUMULA (DCP-JX)
    MOVE ZERO TO DCP-APLICADO (DCP-JX)
    PERFORM UNTIL DCP-JX = 1
        OR DCP-ORDEM (DCP-JX - 1) NOT > DCP-ORDEM (DCP-JX)
        MOVE DCP-ENT (DCP-JX) TO DCP-TROCA
        MOVE DCP-ENT (DCP-JX - 1) TO DCP-ENT (DCP-JX)
        MOVE DCP-TROCA TO DCP-ENT (DCP-JX - 1)
        SUBTRACT 1 FROM DCP-JX
    END-PERFORM.

CALCULAR-MEDIA-DESCONTO.
*> media das notas lancadas do aluno, ponderada pelos creditos de
*> cada curso (como em bolsas_elegibilidade).
    MOVE 'S' TO DCP-MEDIA-CALCULADA
    MOVE ZERO TO DCP-MEDIA-ALUNO
    MOVE ZERO TO DCP-MEDIA-CREDITOS
    MOVE ZERO TO DCP-MEDIA-SOMA
    OPEN INPUT NOTAS-FILE
    IF NOTASFILE-STATUS = "00"
        MOVE 'N' TO DCP-FIM-NOTAS
        MOVE DCP-ID-ALUNO TO NOTA-ID-ALUNO
        MOVE LOW-VALUES TO NOTA-CURSO-SEM
        START NOTAS-FILE KEY IS NOT LESS THAN NOTA-CHAVE
            INVALID KEY
                MOVE 'Y' TO DCP-FIM-NOTAS
        END-START
        PERFORM UNTIL DCP-FIM-NOTAS = 'Y'
            READ NOTAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO DCP-FIM-NOTAS
                NOT AT END
                    IF NOTA-ID-ALUNO NOT = DCP-ID-ALUNO
                        MOVE 'Y' TO DCP-FIM-NOTAS
                    ELSE
                        PERFORM SOMAR-NOTA-DESCONTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTAS-FILE
        IF DCP-MEDIA-CREDITOS > ZERO
            COMPUTE DCP-MEDIA-ALUNO ROUNDED =
                DCP-MEDIA-SOMA / DCP-MEDIA-CREDITOS
        END-IF
    END-IF.

SOMAR-NOTA-DESCONTO.
    MOVE 1 TO DCP-NOTA-CREDITOS
    IF DCP-CURSOS-ABERTO = 'S'
        MOVE NOTA-CURSO-CODE TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CURSO-CREDITOS TO DCP-NOTA-CREDITOS
        END-READ
    END-IF
    ADD DCP-NOTA-CREDITOS TO DCP-MEDIA-CREDITOS
    COMPUTE DCP-MEDIA-SOMA = DCP-MEDIA-SOMA
        + MEDIANOTA * DCP-NOTA-CREDITOS.

APLICAR-UM-DESCONTO.
    IF DCP-ACUMULA (DCP-IX) = "N" AND DCP-APLICADOS > ZERO
        CONTINUE
    ELSE
        IF DCP-SOBRE (DCP-IX) = "T"
            MOVE DCP-VALOR TO DCP-BASE
        ELSE
            MOVE DCP-PROPINA TO DCP-BASE
        END-IF
        IF DCP-MODO (DCP-IX) = "F"
            MOVE DCP-FIXO (DCP-IX) TO DCP-DESCONTO
        ELSE
            COMPUTE DCP-DESCONTO ROUNDED =
                DCP-BASE * DCP-PCT (DCP-IX) / 100
        END-IF
        IF DCP-DESCONTO > DCP-BASE
            MOVE DCP-BASE TO DCP-DESCONTO
        END-IF
        IF DCP-DESCONTO > DCP-VALOR
            MOVE DCP-VALOR TO DCP-DESCONTO
        END-IF
        IF DCP-DESCONTO > ZERO
            MOVE DCP-DESCONTO TO DCP-APLICADO (DCP-IX)
            SUBTRACT DCP-DESCONTO FROM DCP-VALOR
            IF DCP-DESCONTO > DCP-PROPINA
                MOVE ZERO TO DCP-PROPINA
            ELSE
                SUBTRACT DCP-DESCONTO FROM DCP-PROPINA
            END-IF
            ADD DCP-DESCONTO TO DCP-TOTAL
            ADD 1 TO DCP-APLICADOS
            IF DCP-ACUMULA (DCP-IX) = "N"
                MOVE 'S' TO DCP-PARAR
            END-IF
        END-IF
    END-IF.
