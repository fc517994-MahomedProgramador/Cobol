*>****************************************************************
*> Author:
*> Date:
*> Purpose: registo dos cartoes de estudante (CARTOES.dat). Cada
*>          cartao tem numero proprio (contador CARTAO de
*>          SEQCONTROL.dat), aluno, datas de emissao e validade e
*>          estado: ativo, perdido, substituido ou cancelado. So
*>          se emite cartao a alunos ativos no master e sem outro
*>          cartao ativo; a 2a via substitui o cartao ativo ou
*>          perdido e guarda o numero que substitui. Cartoes novos
*>          e 2as vias ficam pendentes do envio a grafica, e os
*>          cartoes que deixam de valer ficam pendentes da lista
*>          para a seguranca; ambos os ficheiros saem em
*>          extrair_cartoes. A mudanca de estado do aluno em
*>          main_program cancela os cartoes (pcartao.cbl).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_cartoes.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slcartao.cbl".
     COPY "slalunomaster.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdcartao.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wscartao.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wssessao.cbl".
    77 GCR-OPCAO             PIC 9 VALUE ZERO.
    77 GCR-SAIR              PIC X VALUE 'N'.
    77 GCR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GCR-HOJE              PIC 9(8).
    77 GCR-VALIDADE          PIC 9(8).
    77 GCR-ANOS-VALIDADE     PIC 9 VALUE 5.
    77 GCR-ID-ALUNO          PIC 9(5).
    77 GCR-NUMERO            PIC 9(5).
    77 GCR-NUMERO-ANTERIOR   PIC 9(5).
    77 GCR-NUMERO-OK         PIC X VALUE 'N'.
    77 GCR-MAIOR             PIC 9(5).
    77 GCR-ALUNO-OK          PIC X VALUE 'N'.
    77 GCR-NOME              PIC X(30).
    77 GCR-PLANO             PIC X(6).
    77 GCR-TEM-ATIVO         PIC X VALUE 'N'.
    77 GCR-TEM-PERDIDO       PIC X VALUE 'N'.
    77 GCR-ESTADO-TXT        PIC X(12).
    77 GCR-TOTAL-LISTADOS    PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
COPY "rvcartao.cbl".
COPY "rvalunomaster.cbl".
COPY "rvseqcontrol.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir cartoes de estudante."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GCR-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-CARTOES-FILE
    PERFORM UNTIL GCR-SAIR = 'Y'
        PERFORM MENU-CARTOES
    END-PERFORM.
GOBACK.

MENU-CARTOES.
    DISPLAY "==================================="
    DISPLAY "       CARTOES DE ESTUDANTE"
    DISPLAY "==================================="
    DISPLAY "1 - Emitir cartao"
    DISPLAY "2 - Participar perda de cartao"
    DISPLAY "3 - Emitir 2a via"
    DISPLAY "4 - Consultar cartoes de um aluno"
    DISPLAY "5 - Cancelar cartao"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GCR-OPCAO
    EVALUATE GCR-OPCAO
        WHEN 1
            PERFORM EMITIR-CARTAO
        WHEN 2
            PERFORM PARTICIPAR-PERDA
        WHEN 3
            PERFORM EMITIR-SEGUNDA-VIA
        WHEN 4
            PERFORM CONSULTAR-CARTOES-ALUNO
        WHEN 5
            PERFORM CANCELAR-CARTAO
        WHEN 0
            MOVE 'Y' TO GCR-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-CARTOES-FILE.
    OPEN INPUT CARTOES-FILE.
    IF CARTOES-STATUS = "35"
        OPEN OUTPUT CARTOES-FILE
        CLOSE CARTOES-FILE
    ELSE
        IF CARTOES-STATUS = "00"
            CLOSE CARTOES-FILE
        END-IF
    END-IF.

GARANTIR-SEQCONTROL-FILE.
    OPEN INPUT SEQCONTROL-FILE.
    IF SEQCONTROL-STATUS = "35"
        OPEN OUTPUT SEQCONTROL-FILE
        CLOSE SEQCONTROL-FILE
    ELSE
        IF SEQCONTROL-STATUS = "00"
            CLOSE SEQCONTROL-FILE
        END-IF
    END-IF.

VALIDAR-ALUNO-CARTAO.
    MOVE 'N' TO GCR-ALUNO-OK
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        MOVE GCR-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                DISPLAY "Aluno nao encontrado no ficheiro mestre."
            NOT INVALID KEY
                IF MASTER-ATIVO
                    MOVE 'S' TO GCR-ALUNO-OK
                    MOVE MASTER-NOME-ALUNO TO GCR-NOME
                    MOVE MASTER-PLANO TO GCR-PLANO
                ELSE
                    DISPLAY "O aluno nao esta ativo (estado "
                        MASTER-ESTADO "). Cartao recusado."
                END-IF
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

PROCURAR-CARTOES-ALUNO.
*> deixa em GCR-NUMERO-ANTERIOR o ultimo cartao ativo ou perdido
*> do aluno (o de numero mais alto).
    MOVE 'N' TO GCR-TEM-ATIVO
    MOVE 'N' TO GCR-TEM-PERDIDO
    MOVE ZERO TO GCR-NUMERO-ANTERIOR
    MOVE 'N' TO GCR-FIM-FICHEIRO
    OPEN INPUT CARTOES-FILE.
    IF CARTOES-STATUS = "00"
        MOVE GCR-ID-ALUNO TO CRT-ID-ALUNO
        START CARTOES-FILE KEY IS EQUAL TO CRT-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GCR-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GCR-FIM-FICHEIRO = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCR-FIM-FICHEIRO
                NOT AT END
                    IF CRT-ID-ALUNO NOT = GCR-ID-ALUNO
                        MOVE 'Y' TO GCR-FIM-FICHEIRO
                    ELSE
                        IF CRT-ATIVO
                            MOVE 'S' TO GCR-TEM-ATIVO
                            MOVE CRT-NUMERO TO GCR-NUMERO-ANTERIOR
                        END-IF
                        IF CRT-PERDIDO
                            MOVE 'S' TO GCR-TEM-PERDIDO
                            IF CRT-NUMERO > GCR-NUMERO-ANTERIOR
                                MOVE CRT-NUMERO TO GCR-NUMERO-ANTERIOR
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARTOES-FILE
    END-IF.

EMITIR-CARTAO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GCR-ID-ALUNO
    PERFORM VALIDAR-ALUNO-CARTAO
    IF GCR-ALUNO-OK = 'S'
        PERFORM PROCURAR-CARTOES-ALUNO
        IF GCR-TEM-ATIVO = 'S' OR GCR-TEM-PERDIDO = 'S'
            DISPLAY "O aluno ja tem o cartao " GCR-NUMERO-ANTERIOR
                ". Use a 2a via para o substituir."
        ELSE
            MOVE ZERO TO GCR-NUMERO-ANTERIOR
            PERFORM GRAVAR-CARTAO-NOVO
        END-IF
    END-IF.

EMITIR-SEGUNDA-VIA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GCR-ID-ALUNO
    PERFORM VALIDAR-ALUNO-CARTAO
    IF GCR-ALUNO-OK = 'S'
        PERFORM PROCURAR-CARTOES-ALUNO
        IF GCR-TEM-ATIVO = 'N' AND GCR-TEM-PERDIDO = 'N'
            DISPLAY "O aluno nao tem cartao a substituir."
                " Use a emissao de cartao."
        ELSE
            PERFORM MARCAR-CARTOES-SUBSTITUIDOS
            PERFORM GRAVAR-CARTAO-NOVO
        END-IF
    END-IF.

MARCAR-CARTOES-SUBSTITUIDOS.
*> todos os cartoes ativos ou perdidos do aluno passam a
*> substituidos; os ativos entram na lista da seguranca (os
*> perdidos ja la entraram quando foi participada a perda).
    MOVE ZERO TO CARTOES-TENTATIVAS
    MOVE "99" TO CARTOES-STATUS
    PERFORM UNTIL CARTOES-STATUS = "00" OR CARTOES-TENTATIVAS = 5
        OPEN I-O CARTOES-FILE
        IF CARTOES-STATUS NOT = "00"
            ADD 1 TO CARTOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF CARTOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CARTOES-FILE. Status: " CARTOES-STATUS
    ELSE
        MOVE 'N' TO GCR-FIM-FICHEIRO
        MOVE GCR-ID-ALUNO TO CRT-ID-ALUNO
        START CARTOES-FILE KEY IS EQUAL TO CRT-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GCR-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GCR-FIM-FICHEIRO = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCR-FIM-FICHEIRO
                NOT AT END
                    IF CRT-ID-ALUNO NOT = GCR-ID-ALUNO
                        MOVE 'Y' TO GCR-FIM-FICHEIRO
                    ELSE
                        IF CRT-ATIVO OR CRT-PERDIDO
                            IF CRT-ATIVO
                                MOVE "P" TO CRT-AVISO-SEGURANCA
                            END-IF
                            MOVE "S" TO CRT-ESTADO
                            MOVE GCR-HOJE TO CRT-DATA-ESTADO
                            MOVE GCR-HOJE TO CRT-DATA-VALIDADE
                            MOVE SES-OPERADOR-ATUAL TO CRT-OPERADOR
                            REWRITE REGISTO-CARTAO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARTOES-FILE
    END-IF.

CALCULAR-VALIDADE.
*> validade de GCR-ANOS-VALIDADE anos a contar da emissao; o fim
*> da matricula encurta-a quando o cartao e cancelado.
    COMPUTE GCR-VALIDADE = GCR-HOJE + GCR-ANOS-VALIDADE * 10000
    IF GCR-VALIDADE (5:4) = "0229"
        MOVE "0228" TO GCR-VALIDADE (5:4)
    END-IF.

OBTER-NUMERO-CARTAO.
*> contador CARTAO de SEQCONTROL.dat; na primeira utilizacao
*> arranca a seguir ao maior numero ja gravado.
    MOVE 'N' TO GCR-NUMERO-OK
    PERFORM GARANTIR-SEQCONTROL-FILE
    MOVE ZERO TO SEQCONTROL-TENTATIVAS
    MOVE "99" TO SEQCONTROL-STATUS
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
        MOVE "CARTAO" TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-SEQ-CARTAO
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE SEQ-PROXIMO TO GCR-NUMERO
        ADD 1 TO SEQ-PROXIMO
        REWRITE REGISTO-SEQCONTROL
        CLOSE SEQCONTROL-FILE
        MOVE 'S' TO GCR-NUMERO-OK
    END-IF.

INICIALIZAR-SEQ-CARTAO.
    MOVE ZERO TO GCR-MAIOR
    MOVE 'N' TO GCR-FIM-FICHEIRO
    OPEN INPUT CARTOES-FILE
    IF CARTOES-STATUS = "00"
        PERFORM UNTIL GCR-FIM-FICHEIRO = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCR-FIM-FICHEIRO
                NOT AT END
                    IF CRT-NUMERO > GCR-MAIOR
                        MOVE CRT-NUMERO TO GCR-MAIOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARTOES-FILE
    END-IF
    MOVE "CARTAO" TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = GCR-MAIOR + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

GRAVAR-CARTAO-NOVO.
    PERFORM OBTER-NUMERO-CARTAO
    IF GCR-NUMERO-OK = 'S'
        PERFORM CALCULAR-VALIDADE
        MOVE ZERO TO CARTOES-TENTATIVAS
        MOVE "99" TO CARTOES-STATUS
        PERFORM UNTIL CARTOES-STATUS = "00" OR CARTOES-TENTATIVAS = 5
            OPEN I-O CARTOES-FILE
            IF CARTOES-STATUS NOT = "00"
                ADD 1 TO CARTOES-TENTATIVAS
            END-IF
        END-PERFORM
        IF CARTOES-STATUS NOT = "00"
            DISPLAY "Erro ao abrir CARTOES-FILE. Status: "
                CARTOES-STATUS
        ELSE
            MOVE GCR-NUMERO TO CRT-NUMERO
            MOVE GCR-ID-ALUNO TO CRT-ID-ALUNO
            MOVE GCR-NOME TO CRT-NOME
            MOVE GCR-PLANO TO CRT-PLANO
            MOVE GCR-HOJE TO CRT-DATA-EMISSAO
            MOVE GCR-VALIDADE TO CRT-DATA-VALIDADE
            MOVE "A" TO CRT-ESTADO
            MOVE GCR-HOJE TO CRT-DATA-ESTADO
            MOVE GCR-NUMERO-ANTERIOR TO CRT-SUBSTITUI
            MOVE "P" TO CRT-ENVIO-GRAFICA
            MOVE ZERO TO CRT-DATA-ENVIO
            MOVE "N" TO CRT-AVISO-SEGURANCA
            MOVE ZERO TO CRT-DATA-AVISO
            MOVE SES-OPERADOR-ATUAL TO CRT-OPERADOR
            WRITE REGISTO-CARTAO
                INVALID KEY
                    DISPLAY "Numero de cartao " GCR-NUMERO
                        " ja existe. Verifique o contador CARTAO."
                NOT INVALID KEY
                    DISPLAY "Cartao " GCR-NUMERO " emitido, valido ate "
                        GCR-VALIDADE ". Pendente de envio a grafica."
            END-WRITE
            CLOSE CARTOES-FILE
        END-IF
    END-IF.

PARTICIPAR-PERDA.
    DISPLAY "Numero do cartao: " NO ADVANCING
    ACCEPT GCR-NUMERO
    PERFORM ALTERAR-ESTADO-CARTAO.

CANCELAR-CARTAO.
    DISPLAY "Numero do cartao: " NO ADVANCING
    ACCEPT GCR-NUMERO
    PERFORM ALTERAR-ESTADO-CARTAO.

ALTERAR-ESTADO-CARTAO.
*> perda (opcao 2) e cancelamento (opcao 5): o cartao deixa de
*> valer e, se estava ativo, entra na lista da seguranca.
    MOVE ZERO TO CARTOES-TENTATIVAS
    MOVE "99" TO CARTOES-STATUS
    PERFORM UNTIL CARTOES-STATUS = "00" OR CARTOES-TENTATIVAS = 5
        OPEN I-O CARTOES-FILE
        IF CARTOES-STATUS NOT = "00"
            ADD 1 TO CARTOES-TENTATIVAS
        END-IF
    END-PERFORM
    IF CARTOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CARTOES-FILE. Status: " CARTOES-STATUS
    ELSE
        MOVE GCR-NUMERO TO CRT-NUMERO
        READ CARTOES-FILE KEY IS CRT-NUMERO
            INVALID KEY
                DISPLAY "Cartao nao encontrado."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN GCR-OPCAO = 2 AND NOT CRT-ATIVO
                        DISPLAY "So um cartao ativo pode ser dado"
                            " como perdido."
                    WHEN GCR-OPCAO = 5
                        AND NOT CRT-ATIVO AND NOT CRT-PERDIDO
                        DISPLAY "O cartao ja nao esta em uso."
                    WHEN OTHER
                        IF CRT-ATIVO
                            MOVE "P" TO CRT-AVISO-SEGURANCA
                        END-IF
                        IF GCR-OPCAO = 2
                            MOVE "P" TO CRT-ESTADO
                        ELSE
                            MOVE "C" TO CRT-ESTADO
                        END-IF
                        MOVE GCR-HOJE TO CRT-DATA-ESTADO
                        MOVE GCR-HOJE TO CRT-DATA-VALIDADE
                        MOVE SES-OPERADOR-ATUAL TO CRT-OPERADOR
                        REWRITE REGISTO-CARTAO
                        DISPLAY "Cartao " CRT-NUMERO " atualizado."
                END-EVALUATE
        END-READ
        CLOSE CARTOES-FILE
    END-IF.

CONSULTAR-CARTOES-ALUNO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GCR-ID-ALUNO
    MOVE ZERO TO GCR-TOTAL-LISTADOS
    MOVE 'N' TO GCR-FIM-FICHEIRO
    OPEN INPUT CARTOES-FILE.
    IF CARTOES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir CARTOES-FILE. Status: " CARTOES-STATUS
    ELSE
        MOVE GCR-ID-ALUNO TO CRT-ID-ALUNO
        START CARTOES-FILE KEY IS EQUAL TO CRT-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GCR-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GCR-FIM-FICHEIRO = 'Y'
            READ CARTOES-FILE NEXT RECORD
                AT END MOVE 'Y' TO GCR-FIM-FICHEIRO
                NOT AT END
                    IF CRT-ID-ALUNO NOT = GCR-ID-ALUNO
                        MOVE 'Y' TO GCR-FIM-FICHEIRO
                    ELSE
                        PERFORM MOSTRAR-CARTAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARTOES-FILE
        DISPLAY "Total de cartoes: " GCR-TOTAL-LISTADOS
    END-IF.

MOSTRAR-CARTAO.
    EVALUATE TRUE
        WHEN CRT-ATIVO
            MOVE "ativo" TO GCR-ESTADO-TXT
        WHEN CRT-PERDIDO
            MOVE "perdido" TO GCR-ESTADO-TXT
        WHEN CRT-SUBSTITUIDO
            MOVE "substituido" TO GCR-ESTADO-TXT
        WHEN OTHER
            MOVE "cancelado" TO GCR-ESTADO-TXT
    END-EVALUATE
    DISPLAY CRT-NUMERO "  emitido " CRT-DATA-EMISSAO "  valido ate "
        CRT-DATA-VALIDADE "  " GCR-ESTADO-TXT " desde "
        CRT-DATA-ESTADO
    IF CRT-SUBSTITUI NOT = ZERO
        DISPLAY "       2a via do cartao " CRT-SUBSTITUI
    END-IF
    IF CRT-POR-ENVIAR
        DISPLAY "       pendente de envio a grafica"
    END-IF
    IF CRT-AVISO-PENDENTE
        DISPLAY "       pendente de comunicacao a seguranca"
    END-IF
    ADD 1 TO GCR-TOTAL-LISTADOS.

COPY "psessao.cbl".
