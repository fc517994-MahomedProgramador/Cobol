$set sourceformat(free)

*> paragrafos partilhados das referencias Multibanco: o chamador
*> declara REFMB-FILE e SEQCONTROL-FILE (sl/fd/ws/rv) e os
*> paragrafos abrem e fecham eles proprios os dois ficheiros.
*>
*> GERAR-REFERENCIA-MB: o chamador preenche RMB-NOVO-ID,
*> RMB-NOVO-SEMESTRE, RMB-NOVO-PRESTACAO (00 = debito do
*> semestre por inteiro), RMB-NOVO-VALOR e RMB-NOVO-LIMITE (zero =
*> sem data limite). A referencia (AA + sequencia do ano em
*> SEQCONTROL + 2 digitos de controlo SIBS sobre entidade,
*> referencia e montante) fica gravada em REFERENCIASMB.dat e e
*> devolvida em RMB-NOVA-REFERENCIA, com RMB-GEROU = 'S'.
*>
*> ANULAR-REFERENCIAS-MB: o chamador preenche RMB-NOVO-ID,
*> RMB-NOVO-SEMESTRE e RMB-ANULAR-TIPO (T todas, P so as das
*> prestacoes); as referencias ativas ficam anuladas e deixam de
*> ser aceites por importar_sibs. RMB-ANULADAS devolve quantas.

GERAR-REFERENCIA-MB.
    MOVE 'N' TO RMB-GEROU
    MOVE ZERO TO RMB-NOVA-REFERENCIA
    ACCEPT RMB-HOJE FROM DATE YYYYMMDD
    OPEN I-O REFMB-FILE
    IF REFMB-STATUS = "35"
        OPEN OUTPUT REFMB-FILE
        CLOSE REFMB-FILE
        OPEN I-O REFMB-FILE
    END-IF
    MOVE ZERO TO REFMB-TENTATIVAS
    PERFORM UNTIL REFMB-STATUS = "00" OR REFMB-TENTATIVAS = 5
        OPEN I-O REFMB-FILE
        IF REFMB-STATUS NOT = "00"
            ADD 1 TO REFMB-TENTATIVAS
        END-IF
    END-PERFORM
    IF REFMB-STATUS NOT = "00"
        DISPLAY "Aviso: referencia Multibanco nao gerada"
            " (status " REFMB-STATUS ")."
    ELSE
        PERFORM OBTER-SEQUENCIA-MB
        IF RMB-SEQ-NUMERO > ZERO
            MOVE RMB-HOJE-AA TO RMB-REF-AA
            MOVE RMB-SEQ-NUMERO TO RMB-REF-SEQ
            PERFORM CALCULAR-CONTROLO-MB
            MOVE RMB-REF-TRAB TO RMB-REFERENCIA
            MOVE RMB-NOVO-ID TO RMB-ID-ALUNO
            MOVE RMB-NOVO-SEMESTRE TO RMB-SEMESTRE
            MOVE RMB-NOVO-PRESTACAO TO RMB-PRESTACAO
            MOVE RMB-ENTIDADE-INST TO RMB-ENTIDADE
            MOVE RMB-NOVO-VALOR TO RMB-VALOR
            MOVE RMB-HOJE TO RMB-DATA-EMISSAO
            MOVE RMB-NOVO-LIMITE TO RMB-DATA-LIMITE
            MOVE "A" TO RMB-ESTADO
            MOVE ZERO TO RMB-DATA-PAGAMENTO
            MOVE SPACES TO RMB-TRANSACAO
            MOVE ZERO TO RMB-NUMERO-RECIBO
            WRITE REGISTO-REFMB
                INVALID KEY
                    DISPLAY "Aviso: referencia Multibanco "
                        RMB-REF-TRAB " ja existe."
                NOT INVALID KEY
                    MOVE RMB-REF-TRAB TO RMB-NOVA-REFERENCIA
                    MOVE 'S' TO RMB-GEROU
            END-WRITE
        END-IF
        CLOSE REFMB-FILE
    END-IF.

OBTER-SEQUENCIA-MB.
*> contador REFMBAAAA de SEQCONTROL.dat, um por ano civil; na
*> primeira referencia do ano arranca a seguir a maior sequencia
*> ja gravada com esse ano.
    MOVE ZERO TO RMB-SEQ-NUMERO
    MOVE SPACES TO RMB-SEQ-ENTIDADE
    STRING "REFMB" RMB-HOJE-SECULO RMB-HOJE-AA
        DELIMITED BY SIZE INTO RMB-SEQ-ENTIDADE
    OPEN I-O SEQCONTROL-FILE
    IF SEQCONTROL-STATUS = "35"
        OPEN OUTPUT SEQCONTROL-FILE
        CLOSE SEQCONTROL-FILE
        OPEN I-O SEQCONTROL-FILE
    END-IF
    MOVE ZERO TO SEQCONTROL-TENTATIVAS
    PERFORM UNTIL SEQCONTROL-STATUS = "00" OR SEQCONTROL-TENTATIVAS = 5
        OPEN I-O SEQCONTROL-FILE
        IF SEQCONTROL-STATUS NOT = "00"
            ADD 1 TO SEQCONTROL-TENTATIVAS
        END-IF
    END-PERFORM
    IF SEQCONTROL-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SEQCONTROL-FILE. Status: "
            SEQCONTROL-STATUS
    ELSE
        MOVE RMB-SEQ-ENTIDADE TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-SEQ-MB
            NOT INVALID KEY
                CONTINUE
        END-READ
        IF SEQ-PROXIMO = 99999
            DISPLAY "Aviso: esgotadas as referencias Multibanco de "
                RMB-HOJE-SECULO RMB-HOJE-AA "."
        ELSE
            MOVE SEQ-PROXIMO TO RMB-SEQ-NUMERO
            ADD 1 TO SEQ-PROXIMO
            REWRITE REGISTO-SEQCONTROL
        END-IF
        CLOSE SEQCONTROL-FILE
    END-IF.

INICIALIZAR-SEQ-MB.
    MOVE ZERO TO RMB-MAIOR-SEQ
    MOVE 'N' TO RMB-FIM-REFMB
    MOVE RMB-HOJE-AA TO RMB-REF-AA
    MOVE ZERO TO RMB-REF-SEQ
    MOVE ZERO TO RMB-REF-CONTROLO
    MOVE RMB-REF-TRAB TO RMB-REFERENCIA
    START REFMB-FILE KEY IS NOT LESS THAN RMB-REFERENCIA
        INVALID KEY
            MOVE 'Y' TO RMB-FIM-REFMB
    END-START
    PERFORM UNTIL RMB-FIM-REFMB = 'Y'
        READ REFMB-FILE NEXT RECORD
            AT END MOVE 'Y' TO RMB-FIM-REFMB
            NOT AT END
                MOVE RMB-REFERENCIA TO RMB-REF-TRAB
                IF RMB-REF-AA NOT = RMB-HOJE-AA
                    MOVE 'Y' TO RMB-FIM-REFMB
                ELSE
                    MOVE RMB-REF-SEQ TO RMB-MAIOR-SEQ
                END-IF
        END-READ
    END-PERFORM
    MOVE RMB-SEQ-ENTIDADE TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = RMB-MAIOR-SEQ + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

CALCULAR-CONTROLO-MB.
*> controlo = 98 - (soma ponderada dos 20 digitos modulo 97).
    MOVE RMB-ENTIDADE-INST TO RMB-DIG-ENTIDADE
    COMPUTE RMB-DIG-BASE = RMB-REF-AA * 100000 + RMB-REF-SEQ
    COMPUTE RMB-DIG-CENTIMOS = RMB-NOVO-VALOR * 100
    MOVE ZERO TO RMB-SOMA
    PERFORM VARYING RMB-IDX FROM 1 BY 1 UNTIL RMB-IDX > 20
        COMPUTE RMB-SOMA = RMB-SOMA
            + RMB-DIGITO (RMB-IDX) * RMB-PESO (RMB-IDX)
    END-PERFORM
    DIVIDE RMB-SOMA BY 97 GIVING RMB-QUOCIENTE REMAINDER RMB-RESTO
    COMPUTE RMB-REF-CONTROLO = 98 - RMB-RESTO.

ANULAR-REFERENCIAS-MB.
    MOVE ZERO TO RMB-ANULADAS
    OPEN I-O REFMB-FILE
    MOVE ZERO TO REFMB-TENTATIVAS
    PERFORM UNTIL REFMB-STATUS = "00" OR REFMB-STATUS = "35"
        OR REFMB-TENTATIVAS = 5
        ADD 1 TO REFMB-TENTATIVAS
        OPEN I-O REFMB-FILE
    END-PERFORM
    IF REFMB-STATUS = "00"
        MOVE 'N' TO RMB-FIM-REFMB
        MOVE RMB-NOVO-ID TO RMB-ID-ALUNO
        MOVE RMB-NOVO-SEMESTRE TO RMB-SEMESTRE
        START REFMB-FILE KEY IS EQUAL TO RMB-CONTA
            INVALID KEY
                MOVE 'Y' TO RMB-FIM-REFMB
        END-START
        PERFORM UNTIL RMB-FIM-REFMB = 'Y'
            READ REFMB-FILE NEXT RECORD
                AT END MOVE 'Y' TO RMB-FIM-REFMB
                NOT AT END
                    IF RMB-ID-ALUNO NOT = RMB-NOVO-ID
                        OR RMB-SEMESTRE NOT = RMB-NOVO-SEMESTRE
                        MOVE 'Y' TO RMB-FIM-REFMB
                    ELSE
                        IF RMB-ATIVA
                            AND (RMB-ANULAR-TODAS OR RMB-PRESTACAO > ZERO)
                            MOVE "C" TO RMB-ESTADO
                            REWRITE REGISTO-REFMB
                            ADD 1 TO RMB-ANULADAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFMB-FILE
    END-IF.
