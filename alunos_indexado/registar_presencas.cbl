*>          cada aluno com matricula ativa, em PRESENCAS.dat. O
*>          relatorio_elegibilidade cruza as faltas com o limite
*>          regulamentar e aponta quem fica excluido do exame.
*>          Numa data de aula cancelada por ausencia do docente
*>          (OCORRENCIASAULA.dat) so se registam presencas se for
*>          tambem data de reposicao; numa aula substituida o
*>          docente registado e o substituto.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
    FILE-CONTROL.
     COPY "slpresenca.cbl".
     COPY "slmatricula.cbl".
     COPY "slocorraula.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpresenca.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdocorraula.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wspresenca.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsocorraula.cbl".
  COPY "wssessao.cbl".
    77 RPR-CURSO             PIC X(6).
    77 RPR-SEMESTRE          PIC X(6).
    77 RPR-ESTADO            PIC X.
    77 RPR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RPR-TOTAL-MARCADOS    PIC 9(3) VALUE ZERO.
    77 RPR-SESSAO-CANCELADA  PIC X VALUE 'N'.
    77 RPR-DATA-REPOSICAO    PIC X VALUE 'N'.
    77 RPR-SUBSTITUTO        PIC 9(4) VALUE ZERO.
    77 RPR-FIM-OCORRENCIAS   PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvpresenca.cbl".
COPY "rvmatricula.cbl".
COPY "rvocorraula.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
    ACCEPT RPR-DATA-SESSAO
    DISPLAY "ID do docente: " NO ADVANCING
    ACCEPT RPR-DOCENTE-ID
    PERFORM VERIFICAR-OCORRENCIAS-SESSAO
    IF RPR-SESSAO-CANCELADA = 'S'
        DISPLAY "A aula desta data foi cancelada por ausencia do"
            " docente. Registe as presencas na data da reposicao."
        MOVE 1 TO RETURN-CODE
    ELSE
        IF RPR-SUBSTITUTO NOT = ZERO
            MOVE RPR-SUBSTITUTO TO RPR-DOCENTE-ID
            DISPLAY "Aula dada em substituicao pelo docente "
                RPR-DOCENTE-ID "."
        END-IF
        OPEN INPUT MATRICULAS-FILE
        IF MATRICULAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir MATRICULAS-FILE. Status: "
                MATRICULAS-STATUS
            MOVE 1 TO RETURN-CODE
        ELSE
            MOVE ZERO TO PRESENCAS-TENTATIVAS
            MOVE "99" TO PRESENCAS-STATUS
            PERFORM UNTIL PRESENCAS-STATUS = "00"
                OR PRESENCAS-TENTATIVAS = 5
                OPEN I-O PRESENCAS-FILE
                IF PRESENCAS-STATUS NOT = "00"
                    ADD 1 TO PRESENCAS-TENTATIVAS
                END-IF
            END-PERFORM
            IF PRESENCAS-STATUS NOT = "00"
                DISPLAY "Erro ao abrir PRESENCAS-FILE. Status: "
                    PRESENCAS-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL RPR-FIM-FICHEIRO = 'Y'
                    READ MATRICULAS-FILE NEXT RECORD
                        AT END MOVE 'Y' TO RPR-FIM-FICHEIRO
                        NOT AT END
                            IF MAT-ATIVA
                                AND MAT-CURSO-CODE = RPR-CURSO
                                AND MAT-SEMESTRE = RPR-SEMESTRE
                                PERFORM MARCAR-PRESENCA-ALUNO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESENCAS-FILE
                DISPLAY "Presencas registadas: " RPR-TOTAL-MARCADOS
                IF RPR-TOTAL-MARCADOS = ZERO
                    MOVE 1 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            CLOSE MATRICULAS-FILE
        END-IF
    END-IF.

VERIFICAR-OCORRENCIAS-SESSAO.
*> consulta as ocorrencias do curso nesse semestre: uma data com
*> aula cancelada so aceita presencas se for tambem data de uma
*> reposicao; numa aula substituida as presencas ficam com o
*> substituto.
    MOVE 'N' TO RPR-SESSAO-CANCELADA
    MOVE 'N' TO RPR-DATA-REPOSICAO
    MOVE ZERO TO RPR-SUBSTITUTO
    MOVE 'N' TO RPR-FIM-OCORRENCIAS
    OPEN INPUT OCORRENCIAS-AULA-FILE.
    IF OCORRAULA-STATUS = "00"
        MOVE RPR-CURSO TO OCA-CURSO-CODE
        MOVE RPR-SEMESTRE TO OCA-SEMESTRE
        MOVE ZERO TO OCA-DATA
        MOVE ZERO TO OCA-HOR-SEQ
        START OCORRENCIAS-AULA-FILE KEY IS NOT LESS THAN OCA-CHAVE
            INVALID KEY
                MOVE 'Y' TO RPR-FIM-OCORRENCIAS
        END-START
        PERFORM UNTIL RPR-FIM-OCORRENCIAS = 'Y'
            READ OCORRENCIAS-AULA-FILE NEXT RECORD
                AT END MOVE 'Y' TO RPR-FIM-OCORRENCIAS
                NOT AT END
                    IF OCA-CURSO-CODE NOT = RPR-CURSO
                        OR OCA-SEMESTRE NOT = RPR-SEMESTRE
                        MOVE 'Y' TO RPR-FIM-OCORRENCIAS
                    ELSE
                        PERFORM AVALIAR-OCORRENCIA-SESSAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OCORRENCIAS-AULA-FILE
    END-IF
    IF RPR-DATA-REPOSICAO = 'S'
        MOVE 'N' TO RPR-SESSAO-CANCELADA
    END-IF.

AVALIAR-OCORRENCIA-SESSAO.
    IF OCA-DATA = RPR-DATA-SESSAO
        IF OCA-CANCELADA
            MOVE 'S' TO RPR-SESSAO-CANCELADA
        ELSE
            MOVE OCA-DOC-SUBSTITUTO TO RPR-SUBSTITUTO
        END-IF
    END-IF
    IF OCA-REPOSICAO-MARCADA
        AND OCA-DATA-REPOSICAO = RPR-DATA-SESSAO
        MOVE 'S' TO RPR-DATA-REPOSICAO
    END-IF.

MARCAR-PRESENCA-ALUNO.
