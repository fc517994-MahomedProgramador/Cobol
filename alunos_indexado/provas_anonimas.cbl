*>****************************************************************
*> Author:
*> Date:
*> Purpose: correcao anonima das provas escritas. Emite um codigo
*>          de prova aleatorio para cada matricula ativa de um
*>          curso/semestre (PROVASANON.dat), que o docente usa em
*>          vez do ID do aluno ao lancar as notas em inserir_nota
*>          ou importar_notas_csv (NOTASANON.dat). O mapeamento
*>          final passa as notas pendentes para NOTASFILE.dat,
*>          com historico das notas substituidas, diario e uma
*>          entrada DESANONIM por aluno em AUDIT-ALUNOS-FILE. A
*>          correspondencia codigo -> aluno so e visivel para
*>          operadores de secretaria ou superior. Nao se mapeiam
*>          notas para uma pauta ja homologada (homologar_pauta).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. provas_anonimas.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slprovaanon.cbl".
     COPY "slnotaanon.cbl".
     COPY "slnotas.cbl".
     COPY "slmatricula.cbl".
     COPY "slsemestre.cbl".
     COPY "slalunomaster.cbl".
     COPY "slnotahist.cbl".
     COPY "slauditaluno.cbl".
     COPY "sljournal.cbl".
     COPY "slhomolog.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdprovaanon.cbl".
  COPY "fdnotaanon.cbl".
  COPY "fdnotas.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdnotahist.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdjournal.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsprovaanon.cbl".
  COPY "wsnotaanon.cbl".
  COPY "wsnotas.cbl".
  COPY "wsmatricula.cbl".
  COPY "wssemestre.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsnotahist.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wsjournal.cbl".
  COPY "wshomolog.cbl".
  COPY "wssessao.cbl".
    77 PRA-OPCAO             PIC 9 VALUE ZERO.
    77 PRA-SAIR              PIC X VALUE 'N'.
    77 PRA-CURSO             PIC X(6).
    77 PRA-SEMESTRE          PIC X(6).
    77 PRA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 PRA-SEMESTRE-OK       PIC X VALUE 'N'.
    77 PRA-MATRICULA-OK      PIC X VALUE 'N'.
    77 PRA-DATA-HOJE         PIC 9(8).
    77 PRA-SEMENTE           PIC 9(8).
    77 PRA-ALEATORIO         PIC V9(9).
    77 PRA-NUMERO            PIC 9(8).
    77 PRA-GRAVOU            PIC X VALUE 'N'.
    77 PRA-TENTATIVAS-COD    PIC 9(2) VALUE ZERO.
    77 PRA-TOTAL-EMITIDOS    PIC 9(5) VALUE ZERO.
    77 PRA-TOTAL-EXISTENTES  PIC 9(5) VALUE ZERO.
    77 PRA-TOTAL-LISTADOS    PIC 9(5) VALUE ZERO.
    77 PRA-TOTAL-MAPEADAS    PIC 9(5) VALUE ZERO.
    77 PRA-TOTAL-IGNORADAS   PIC 9(5) VALUE ZERO.
    77 PRA-EXISTIA           PIC X VALUE 'N'.
    77 PRA-IDX               PIC 9(2) VALUE ZERO.
    01 PRA-ANTERIOR.
       05 PRA-ANT-TOTAL      PIC 9(2).
       05 PRA-ANT-COMP OCCURS 10 TIMES.
          10 PRA-ANT-VALOR   PIC 99V99.
          10 PRA-ANT-PESO    PIC 9(3).
       05 PRA-ANT-MEDIA      PIC 99V99.
       05 PRA-ANT-RECURSO    PIC 99V99.
       05 PRA-ANT-VIA        PIC X.

PROCEDURE DIVISION.
COPY "rvprovaanon.cbl".
COPY "rvnotaanon.cbl".
COPY "rvnotas.cbl".
COPY "rvmatricula.cbl".
COPY "rvsemestre.cbl".
COPY "rvalunomaster.cbl".
COPY "rvnotahist.cbl".
COPY "rvauditaluno.cbl".
COPY "rvhomolog.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL < 2
        DISPLAY "Sem permissao: a correspondencia das provas"
            " anonimas e reservada a secretaria."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT PRA-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT PRA-SEMENTE FROM TIME
    COMPUTE PRA-ALEATORIO = FUNCTION RANDOM (PRA-SEMENTE)
    PERFORM GARANTIR-PROVAS-ANON
    PERFORM UNTIL PRA-SAIR = 'Y'
        PERFORM MENU-PROVAS-ANON
    END-PERFORM.
GOBACK.

MENU-PROVAS-ANON.
    DISPLAY "==================================="
    DISPLAY "     PROVAS COM CORRECAO ANONIMA"
    DISPLAY "==================================="
    DISPLAY "1 - Emitir codigos de prova"
    DISPLAY "2 - Listar codigos de um curso/semestre"
    DISPLAY "3 - Mapear notas anonimas para a pauta"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT PRA-OPCAO
    EVALUATE PRA-OPCAO
        WHEN 1
            PERFORM EMITIR-CODIGOS
        WHEN 2
            PERFORM LISTAR-CODIGOS
        WHEN 3
            PERFORM MAPEAR-NOTAS-ANONIMAS
        WHEN 0
            MOVE 'Y' TO PRA-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-PROVAS-ANON.
    OPEN INPUT PROVAS-ANON-FILE.
        IF PROVASANON-STATUS = "35"
            OPEN OUTPUT PROVAS-ANON-FILE
            CLOSE PROVAS-ANON-FILE
        ELSE
            IF PROVASANON-STATUS = "00"
                CLOSE PROVAS-ANON-FILE
            END-IF
        END-IF
    OPEN INPUT NOTAS-ANON-FILE.
        IF NOTASANON-STATUS = "35"
            OPEN OUTPUT NOTAS-ANON-FILE
            CLOSE NOTAS-ANON-FILE
        ELSE
            IF NOTASANON-STATUS = "00"
                CLOSE NOTAS-ANON-FILE
            END-IF
        END-IF.

PEDIR-CURSO-SEMESTRE.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT PRA-CURSO
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT PRA-SEMESTRE.

EMITIR-CODIGOS.
*> um codigo por matricula ativa; quem ja tem codigo para o
*> curso/semestre mantem-no, pelo que a emissao pode ser repetida
*> depois de matriculas tardias.
    PERFORM PEDIR-CURSO-SEMESTRE
    MOVE ZERO TO PRA-TOTAL-EMITIDOS
    MOVE ZERO TO PRA-TOTAL-EXISTENTES
    MOVE 'N' TO PRA-FIM-FICHEIRO
    MOVE ZERO TO PROVASANON-TENTATIVAS
    MOVE "99" TO PROVASANON-STATUS
    PERFORM UNTIL PROVASANON-STATUS = "00"
        OR PROVASANON-TENTATIVAS = 5
        OPEN I-O PROVAS-ANON-FILE
        IF PROVASANON-STATUS NOT = "00"
            ADD 1 TO PROVASANON-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROVASANON-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROVAS-ANON-FILE. Status: "
            PROVASANON-STATUS
    ELSE
        OPEN INPUT MATRICULAS-FILE
        IF MATRICULAS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir MATRICULAS-FILE. Status: "
                MATRICULAS-STATUS
        ELSE
            MOVE PRA-CURSO TO MAT-CURSO-CODE
            MOVE PRA-SEMESTRE TO MAT-SEMESTRE
            START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CURSO-SEM
                INVALID KEY
                    MOVE 'Y' TO PRA-FIM-FICHEIRO
            END-START
            PERFORM UNTIL PRA-FIM-FICHEIRO = 'Y'
                READ MATRICULAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO PRA-FIM-FICHEIRO
                    NOT AT END
                        IF MAT-CURSO-CODE NOT = PRA-CURSO
                            OR MAT-SEMESTRE NOT = PRA-SEMESTRE
                            MOVE 'Y' TO PRA-FIM-FICHEIRO
                        ELSE
                            IF MAT-ATIVA
                                PERFORM EMITIR-CODIGO-ALUNO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRICULAS-FILE
        END-IF
        CLOSE PROVAS-ANON-FILE
        DISPLAY "Codigos emitidos: " PRA-TOTAL-EMITIDOS
        DISPLAY "Alunos que ja tinham codigo: " PRA-TOTAL-EXISTENTES
    END-IF.

EMITIR-CODIGO-ALUNO.
    MOVE MAT-ID-ALUNO TO PRV-ID-ALUNO
    MOVE PRA-CURSO TO PRV-CURSO-CODE
    MOVE PRA-SEMESTRE TO PRV-SEMESTRE
    READ PROVAS-ANON-FILE KEY IS PRV-CHAVE-ALUNO
        INVALID KEY
            MOVE 'N' TO PRA-GRAVOU
            MOVE ZERO TO PRA-TENTATIVAS-COD
            PERFORM GERAR-CODIGO-PROVA
                UNTIL PRA-GRAVOU = 'S' OR PRA-TENTATIVAS-COD = 10
            IF PRA-GRAVOU = 'S'
                ADD 1 TO PRA-TOTAL-EMITIDOS
                DISPLAY "Aluno " PRV-ID-ALUNO "  codigo " PRV-CODIGO
            ELSE
                DISPLAY "Aviso: nao foi possivel gerar codigo para"
                    " o aluno " MAT-ID-ALUNO "."
            END-IF
        NOT INVALID KEY
            ADD 1 TO PRA-TOTAL-EXISTENTES
    END-READ.

GERAR-CODIGO-PROVA.
*> codigo de 8 algarismos ao acaso; se ja existir, tenta outro.
    ADD 1 TO PRA-TENTATIVAS-COD
    COMPUTE PRA-ALEATORIO = FUNCTION RANDOM
    COMPUTE PRA-NUMERO = PRA-ALEATORIO * 89999999 + 10000000
    MOVE PRA-NUMERO TO PRV-CODIGO
    MOVE MAT-ID-ALUNO TO PRV-ID-ALUNO
    MOVE PRA-CURSO TO PRV-CURSO-CODE
    MOVE PRA-SEMESTRE TO PRV-SEMESTRE
    MOVE PRA-DATA-HOJE TO PRV-DATA-EMISSAO
    MOVE SES-OPERADOR-ATUAL TO PRV-OPERADOR
    MOVE "E" TO PRV-ESTADO
    WRITE REGISTO-PROVA-ANON
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'S' TO PRA-GRAVOU
    END-WRITE.

LISTAR-CODIGOS.
    PERFORM PEDIR-CURSO-SEMESTRE
    MOVE ZERO TO PRA-TOTAL-LISTADOS
    MOVE 'N' TO PRA-FIM-FICHEIRO
    OPEN INPUT PROVAS-ANON-FILE.
    IF PROVASANON-STATUS NOT = "00"
        DISPLAY "Erro ao abrir PROVAS-ANON-FILE. Status: "
            PROVASANON-STATUS
    ELSE
        MOVE ZERO TO PRV-ID-ALUNO
        MOVE SPACES TO PRV-CURSO-CODE
        MOVE SPACES TO PRV-SEMESTRE
        START PROVAS-ANON-FILE KEY IS NOT LESS THAN PRV-CHAVE-ALUNO
            INVALID KEY
                MOVE 'Y' TO PRA-FIM-FICHEIRO
        END-START
        PERFORM UNTIL PRA-FIM-FICHEIRO = 'Y'
            READ PROVAS-ANON-FILE NEXT RECORD
                AT END MOVE 'Y' TO PRA-FIM-FICHEIRO
                NOT AT END
                    IF PRV-CURSO-CODE = PRA-CURSO
                        AND PRV-SEMESTRE = PRA-SEMESTRE
                        DISPLAY "Aluno " PRV-ID-ALUNO
                            "  codigo " PRV-CODIGO
                            "  emitido " PRV-DATA-EMISSAO
                            "  estado " PRV-ESTADO
                        ADD 1 TO PRA-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROVAS-ANON-FILE
        DISPLAY "Total de codigos: " PRA-TOTAL-LISTADOS
    END-IF.

MAPEAR-NOTAS-ANONIMAS.
    PERFORM PEDIR-CURSO-SEMESTRE
    PERFORM VALIDAR-SEMESTRE-PRA
    IF PRA-SEMESTRE-OK = 'S'
        MOVE PRA-CURSO TO HML-CURSO-CODE
        MOVE PRA-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        IF PAUTA-HOMOLOGADA
            DISPLAY "A pauta foi homologada em " HML-DATA
                " por " HML-OPERADOR ". Mapeamento recusado."
            MOVE 'N' TO PRA-SEMESTRE-OK
        END-IF
    END-IF
    IF PRA-SEMESTRE-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM MAPEAR-CURSO-SEMESTRE
    END-IF.

VALIDAR-SEMESTRE-PRA.
    MOVE 'N' TO PRA-SEMESTRE-OK
    OPEN INPUT SEMESTRES-FILE.
    IF SEMESTRES-STATUS NOT = "00"
        DISPLAY "Erro ao abrir SEMESTRES-FILE. Status: "
            SEMESTRES-STATUS
    ELSE
        MOVE PRA-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                DISPLAY "Semestre nao existe no calendario."
            NOT INVALID KEY
                IF SEM-ABERTO
                    MOVE 'S' TO PRA-SEMESTRE-OK
                ELSE
                    DISPLAY "O semestre esta fechado."
                END-IF
        END-READ
        CLOSE SEMESTRES-FILE
    END-IF.

MAPEAR-CURSO-SEMESTRE.
    MOVE ZERO TO PRA-TOTAL-MAPEADAS
    MOVE ZERO TO PRA-TOTAL-IGNORADAS
    MOVE 'N' TO PRA-FIM-FICHEIRO
    MOVE ZERO TO NOTASANON-TENTATIVAS
    MOVE "99" TO NOTASANON-STATUS
    PERFORM UNTIL NOTASANON-STATUS = "00" OR NOTASANON-TENTATIVAS = 5
        OPEN I-O NOTAS-ANON-FILE
        IF NOTASANON-STATUS NOT = "00"
            ADD 1 TO NOTASANON-TENTATIVAS
        END-IF
    END-PERFORM
    MOVE ZERO TO PROVASANON-TENTATIVAS
    MOVE "99" TO PROVASANON-STATUS
    PERFORM UNTIL PROVASANON-STATUS = "00"
        OR PROVASANON-TENTATIVAS = 5
        OPEN I-O PROVAS-ANON-FILE
        IF PROVASANON-STATUS NOT = "00"
            ADD 1 TO PROVASANON-TENTATIVAS
        END-IF
    END-PERFORM
    MOVE ZERO TO NOTASFILE-TENTATIVAS
    MOVE "99" TO NOTASFILE-STATUS
    PERFORM UNTIL NOTASFILE-STATUS = "00" OR NOTASFILE-TENTATIVAS = 5
        OPEN I-O NOTAS-FILE
        IF NOTASFILE-STATUS NOT = "00"
            ADD 1 TO NOTASFILE-TENTATIVAS
        END-IF
    END-PERFORM
    IF NOTASANON-STATUS NOT = "00" OR PROVASANON-STATUS NOT = "00"
        OR NOTASFILE-STATUS NOT = "00"
        DISPLAY "Erro ao abrir os ficheiros de notas. Status: "
            NOTASANON-STATUS " " PROVASANON-STATUS " "
            NOTASFILE-STATUS
        IF NOTASANON-STATUS = "00"
            CLOSE NOTAS-ANON-FILE
        END-IF
        IF PROVASANON-STATUS = "00"
            CLOSE PROVAS-ANON-FILE
        END-IF
        IF NOTASFILE-STATUS = "00"
            CLOSE NOTAS-FILE
        END-IF
        MOVE 1 TO RETURN-CODE
    ELSE
        OPEN INPUT MATRICULAS-FILE
        OPEN INPUT ALUNO-MASTER-FILE
        PERFORM UNTIL PRA-FIM-FICHEIRO = 'Y'
            READ NOTAS-ANON-FILE NEXT RECORD
                AT END MOVE 'Y' TO PRA-FIM-FICHEIRO
                NOT AT END
                    IF NAN-CURSO-CODE = PRA-CURSO
                        AND NAN-SEMESTRE = PRA-SEMESTRE
                        AND NAN-PENDENTE
                        PERFORM MAPEAR-NOTA-ANONIMA
                    END-IF
            END-READ
        END-PERFORM
        IF ALUNOMASTER-STATUS = "00"
            CLOSE ALUNO-MASTER-FILE
        END-IF
        IF MATRICULAS-STATUS = "00"
            CLOSE MATRICULAS-FILE
        END-IF
        CLOSE NOTAS-FILE
        CLOSE PROVAS-ANON-FILE
        CLOSE NOTAS-ANON-FILE
        DISPLAY "==============================="
        DISPLAY "Notas mapeadas para a pauta: " PRA-TOTAL-MAPEADAS
        DISPLAY "Notas nao mapeadas: " PRA-TOTAL-IGNORADAS
        DISPLAY "==============================="
        IF PRA-TOTAL-IGNORADAS NOT = ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

MAPEAR-NOTA-ANONIMA.
    MOVE NAN-CODIGO TO PRV-CODIGO
    READ PROVAS-ANON-FILE KEY IS PRV-CODIGO
        INVALID KEY
            ADD 1 TO PRA-TOTAL-IGNORADAS
            DISPLAY "Prova " NAN-CODIGO " sem codigo emitido."
        NOT INVALID KEY
            PERFORM VALIDAR-MATRICULA-PRA
            IF PRA-MATRICULA-OK NOT = 'S'
                ADD 1 TO PRA-TOTAL-IGNORADAS
                DISPLAY "Prova " NAN-CODIGO ": aluno " PRV-ID-ALUNO
                    " sem matricula ativa."
            ELSE
                PERFORM GRAVAR-NOTA-MAPEADA
                MOVE "M" TO PRV-ESTADO
                REWRITE REGISTO-PROVA-ANON
                MOVE "M" TO NAN-ESTADO
                REWRITE REGISTO-NOTA-ANON
                PERFORM REGISTAR-AUDIT-MAPEAMENTO
                ADD 1 TO PRA-TOTAL-MAPEADAS
            END-IF
    END-READ.

VALIDAR-MATRICULA-PRA.
    MOVE 'N' TO PRA-MATRICULA-OK
    IF MATRICULAS-STATUS = "00"
        MOVE PRV-ID-ALUNO TO MAT-ID-ALUNO
        MOVE PRV-CURSO-CODE TO MAT-CURSO-CODE
        MOVE PRV-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MAT-ATIVA
                    MOVE 'S' TO PRA-MATRICULA-OK
                END-IF
        END-READ
    END-IF.

GRAVAR-NOTA-MAPEADA.
    MOVE 'N' TO PRA-EXISTIA
    MOVE PRV-ID-ALUNO TO NOTA-ID-ALUNO
    MOVE PRV-CURSO-CODE TO NOTA-CURSO-CODE
    MOVE PRV-SEMESTRE TO NOTA-SEMESTRE
    READ NOTAS-FILE KEY IS NOTA-CHAVE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'S' TO PRA-EXISTIA
            PERFORM CAPTURAR-ANTERIOR-PRA
    END-READ
    MOVE PRV-ID-ALUNO TO NOTA-ID-ALUNO
    MOVE PRV-CURSO-CODE TO NOTA-CURSO-CODE
    MOVE PRV-SEMESTRE TO NOTA-SEMESTRE
    MOVE NAN-TOTAL-COMPONENTES TO NOTA-TOTAL-COMPONENTES
    PERFORM VARYING PRA-IDX FROM 1 BY 1 UNTIL PRA-IDX > 10
        MOVE NAN-VALOR (PRA-IDX) TO NOTA-VALOR (PRA-IDX)
        MOVE NAN-PESO (PRA-IDX) TO NOTA-PESO (PRA-IDX)
    END-PERFORM
    MOVE NAN-MEDIA TO MEDIANOTA
    MOVE ZERO TO NOTA-RECURSO
    MOVE "N" TO NOTA-VIA-RECURSO
    WRITE REGISTO-NOTA
        INVALID KEY
            REWRITE REGISTO-NOTA
            MOVE "REWRITE" TO JRN-OPERACAO
            IF PRA-EXISTIA = 'S'
                PERFORM GRAVAR-HISTORICO-PRA
            END-IF
        NOT INVALID KEY
            MOVE "WRITE" TO JRN-OPERACAO
    END-WRITE
    MOVE "NOTAS" TO JRN-FICHEIRO
    MOVE REGISTO-NOTA TO JRN-IMAGEM
    PERFORM REGISTAR-DIARIO.

CAPTURAR-ANTERIOR-PRA.
    MOVE NOTA-TOTAL-COMPONENTES TO PRA-ANT-TOTAL
    PERFORM VARYING PRA-IDX FROM 1 BY 1 UNTIL PRA-IDX > 10
        MOVE NOTA-VALOR (PRA-IDX) TO PRA-ANT-VALOR (PRA-IDX)
        MOVE NOTA-PESO (PRA-IDX) TO PRA-ANT-PESO (PRA-IDX)
    END-PERFORM
    MOVE MEDIANOTA TO PRA-ANT-MEDIA
    MOVE NOTA-RECURSO TO PRA-ANT-RECURSO
    MOVE NOTA-VIA-RECURSO TO PRA-ANT-VIA.

GRAVAR-HISTORICO-PRA.
    MOVE ZERO TO HISTNOTAS-TENTATIVAS
    MOVE "99" TO HISTNOTAS-STATUS
    PERFORM UNTIL HISTNOTAS-STATUS = "00" OR HISTNOTAS-TENTATIVAS = 5
        OPEN EXTEND HIST-NOTAS-FILE
        IF HISTNOTAS-STATUS NOT = "00"
            ADD 1 TO HISTNOTAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF HISTNOTAS-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir HIST-NOTAS-FILE. Status: "
            HISTNOTAS-STATUS
    ELSE
        ACCEPT HNT-DATA FROM DATE YYYYMMDD
        ACCEPT HNT-HORA FROM TIME
        MOVE "ANO" TO HNT-MOTIVO
        MOVE NOTA-ID-ALUNO TO HNT-ID-ALUNO
        MOVE NOTA-CURSO-CODE TO HNT-CURSO-CODE
        MOVE NOTA-SEMESTRE TO HNT-SEMESTRE
        MOVE PRA-ANT-TOTAL TO HNT-TOTAL-COMPONENTES
        PERFORM VARYING PRA-IDX FROM 1 BY 1 UNTIL PRA-IDX > 10
            MOVE PRA-ANT-VALOR (PRA-IDX) TO HNT-VALOR (PRA-IDX)
            MOVE PRA-ANT-PESO (PRA-IDX) TO HNT-PESO (PRA-IDX)
        END-PERFORM
        MOVE PRA-ANT-MEDIA TO HNT-MEDIANOTA
        MOVE PRA-ANT-RECURSO TO HNT-RECURSO
        MOVE PRA-ANT-VIA TO HNT-VIA-RECURSO
        WRITE REGISTO-HIST-NOTA
        CLOSE HIST-NOTAS-FILE
    END-IF.

REGISTAR-AUDIT-MAPEAMENTO.
    ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
    ACCEPT AUDIT-HORA FROM TIME
    MOVE "DESANONIM" TO AUDIT-OPERACAO
    MOVE PRV-ID-ALUNO TO AUDIT-ID-ALUNO
    MOVE SPACES TO AUDIT-NOME-ALUNO
    IF ALUNOMASTER-STATUS = "00"
        MOVE PRV-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-NOME-ALUNO TO AUDIT-NOME-ALUNO
        END-READ
    END-IF
    MOVE ZERO TO AUDITALUNO-TENTATIVAS
    MOVE "99" TO AUDITALUNO-STATUS
    PERFORM UNTIL AUDITALUNO-STATUS = "00" OR AUDITALUNO-TENTATIVAS = 5
        OPEN EXTEND AUDIT-ALUNOS-FILE
        IF AUDITALUNO-STATUS NOT = "00"
            ADD 1 TO AUDITALUNO-TENTATIVAS
        END-IF
    END-PERFORM
    IF AUDITALUNO-STATUS NOT = "00"
        DISPLAY "Aviso: erro ao abrir AUDIT-ALUNOS-FILE. Status: "
            AUDITALUNO-STATUS
    ELSE
        MOVE SES-OPERADOR-ATUAL TO AUDIT-OPERADOR
        WRITE REGISTO-AUDIT-ALUNO
        CLOSE AUDIT-ALUNOS-FILE
    END-IF.

COPY "pjournal.cbl".

COPY "phomolog.cbl".

COPY "psessao.cbl".
