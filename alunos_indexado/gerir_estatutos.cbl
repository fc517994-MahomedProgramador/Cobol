*>****************************************************************
*> Author:
*> Date:
*> Purpose: estatutos especiais do aluno por semestre
*>          (ESTATUTOS.dat): TE trabalhador-estudante, AT atleta
*>          de alta competicao, NE necessidades educativas
*>          especiais. Cada pedido guarda o documento
*>          comprovativo, as datas de validade, os direitos que
*>          confere (isencao do limite de faltas, acesso a epoca
*>          especial, reducao da propina em percentagem) e fica
*>          pendente ate ser aprovado ou recusado; so os
*>          aprovados contam. Os direitos sao aplicados por
*>          relatorio_elegibilidade, gerir_recursos e
*>          gerar_propinas atraves de pestatuto.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_estatutos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slestatuto.cbl".
     COPY "slaluno.cbl".
     COPY "slsessao.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdestatuto.cbl".
  COPY "fdaluno.cbl".
  COPY "fdsessao.cbl".

WORKING-STORAGE SECTION.
  COPY "wsestatuto.cbl".
  COPY "wsaluno.cbl".
  COPY "wssessao.cbl".
    77 GET-OPCAO             PIC 9 VALUE ZERO.
    77 GET-SAIR              PIC X VALUE 'N'.
    77 GET-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GET-TOTAL-LISTADOS    PIC 9(3) VALUE ZERO.
    77 GET-ID-ALUNO          PIC 9(5).
    77 GET-SEMESTRE          PIC X(6).
    77 GET-TIPO              PIC X(2).
    77 GET-DOCUMENTO         PIC X(30).
    77 GET-DATA-INICIO       PIC 9(8).
    77 GET-DATA-FIM          PIC 9(8).
    77 GET-ISENCAO-ASSID     PIC X.
    77 GET-EPOCA-ESPECIAL    PIC X.
    77 GET-REDUCAO-PCT       PIC 9(3).
    77 GET-RESPOSTA          PIC X(10).
    77 GET-DECISAO           PIC X.
    77 GET-ALUNO-EXISTE      PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvestatuto.cbl".
COPY "rvaluno.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para gerir estatutos especiais."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM GARANTIR-ESTATUTOS
    PERFORM UNTIL GET-SAIR = 'Y'
        PERFORM MENU-ESTATUTOS
    END-PERFORM.
GOBACK.

MENU-ESTATUTOS.
    DISPLAY "==================================="
    DISPLAY "     ESTATUTOS ESPECIAIS"
    DISPLAY "==================================="
    DISPLAY "1 - Listar estatutos de aluno"
    DISPLAY "2 - Registar/alterar estatuto"
    DISPLAY "3 - Aprovar ou recusar estatuto"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GET-OPCAO
    EVALUATE GET-OPCAO
        WHEN 1
            PERFORM LISTAR-ESTATUTOS
        WHEN 2
            PERFORM REGISTAR-ESTATUTO
        WHEN 3
            PERFORM DECIDIR-ESTATUTO
        WHEN 0
            MOVE 'Y' TO GET-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-ESTATUTOS.
    OPEN INPUT ESTATUTOS-FILE.
        IF ESTATUTOS-STATUS = "35"
            OPEN OUTPUT ESTATUTOS-FILE
            CLOSE ESTATUTOS-FILE
        ELSE
            IF ESTATUTOS-STATUS = "00"
                CLOSE ESTATUTOS-FILE
            END-IF
        END-IF.

LISTAR-ESTATUTOS.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GET-ID-ALUNO
    MOVE ZERO TO GET-TOTAL-LISTADOS
    MOVE 'N' TO GET-FIM-FICHEIRO
    OPEN INPUT ESTATUTOS-FILE.
    IF ESTATUTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ESTATUTOS-FILE. Status: "
            ESTATUTOS-STATUS
    ELSE
        MOVE GET-ID-ALUNO TO STE-ID-ALUNO
        MOVE LOW-VALUES TO STE-SEMESTRE
        MOVE LOW-VALUES TO STE-TIPO
        START ESTATUTOS-FILE KEY IS NOT LESS THAN STE-CHAVE
            INVALID KEY
                MOVE 'Y' TO GET-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GET-FIM-FICHEIRO = 'Y'
            READ ESTATUTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GET-FIM-FICHEIRO
                NOT AT END
                    IF STE-ID-ALUNO NOT = GET-ID-ALUNO
                        MOVE 'Y' TO GET-FIM-FICHEIRO
                    ELSE
                        DISPLAY STE-SEMESTRE "  " STE-TIPO "  "
                            STE-DOCUMENTO "  " STE-DATA-INICIO
                            " a " STE-DATA-FIM "  estado " STE-ESTADO
                        DISPLAY "        faltas " STE-ISENCAO-ASSID
                            "  epoca especial " STE-EPOCA-ESPECIAL
                            "  reducao " STE-REDUCAO-PCT "%"
                            "  aprovado por " STE-OPERADOR-APROV
                            " em " STE-DATA-APROV
                        ADD 1 TO GET-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ESTATUTOS-FILE
        DISPLAY "Total de estatutos: " GET-TOTAL-LISTADOS
    END-IF.

VALIDAR-ALUNO-ESTATUTO.
    MOVE 'N' TO GET-ALUNO-EXISTE
    OPEN INPUT FICHEIRO-ALUNOS.
    IF ALUNOS-STATUS = "00"
        MOVE GET-ID-ALUNO TO ID-ALUNO
        READ FICHEIRO-ALUNOS KEY IS ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'S' TO GET-ALUNO-EXISTE
        END-READ
        CLOSE FICHEIRO-ALUNOS
    END-IF.

PEDIR-CHAVE-ESTATUTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GET-ID-ALUNO
    DISPLAY "Semestre (ex: 2026S1): " NO ADVANCING
    ACCEPT GET-SEMESTRE
    DISPLAY "Estatuto (TE - trabalhador-estudante, AT - atleta,"
        " NE - NEE): " NO ADVANCING
    ACCEPT GET-TIPO.

REGISTAR-ESTATUTO.
    PERFORM PEDIR-CHAVE-ESTATUTO
    PERFORM VALIDAR-ALUNO-ESTATUTO
    IF GET-ALUNO-EXISTE = 'N'
        DISPLAY "Aluno nao encontrado."
    ELSE
        IF GET-TIPO NOT = "TE" AND GET-TIPO NOT = "AT"
            AND GET-TIPO NOT = "NE"
            DISPLAY "Estatuto invalido."
        ELSE
            DISPLAY "Documento comprovativo: " NO ADVANCING
            ACCEPT GET-DOCUMENTO
            DISPLAY "Valido de (AAAAMMDD): " NO ADVANCING
            ACCEPT GET-DATA-INICIO
            DISPLAY "Valido ate (AAAAMMDD): " NO ADVANCING
            ACCEPT GET-DATA-FIM
            DISPLAY "Isencao do limite de faltas (S/N, ENTER = S): "
                NO ADVANCING
            ACCEPT GET-ISENCAO-ASSID
            IF GET-ISENCAO-ASSID NOT = "N"
                MOVE "S" TO GET-ISENCAO-ASSID
            END-IF
            DISPLAY "Acesso a epoca especial (S/N, ENTER = S): "
                NO ADVANCING
            ACCEPT GET-EPOCA-ESPECIAL
            IF GET-EPOCA-ESPECIAL NOT = "N"
                MOVE "S" TO GET-EPOCA-ESPECIAL
            END-IF
            DISPLAY "Reducao da propina em % (ENTER = 0): "
                NO ADVANCING
            MOVE SPACES TO GET-RESPOSTA
            ACCEPT GET-RESPOSTA
            MOVE ZERO TO GET-REDUCAO-PCT
            IF GET-RESPOSTA NOT = SPACES
                MOVE FUNCTION NUMVAL (GET-RESPOSTA) TO GET-REDUCAO-PCT
            END-IF
            IF GET-SEMESTRE = SPACES OR GET-DOCUMENTO = SPACES
                DISPLAY "Semestre e documento sao obrigatorios."
            ELSE
                IF GET-DATA-INICIO NOT NUMERIC
                    OR GET-DATA-FIM NOT NUMERIC
                    OR GET-DATA-FIM < GET-DATA-INICIO
                    DISPLAY "Datas de validade invalidas."
                ELSE
                    IF GET-REDUCAO-PCT > 100
                        DISPLAY "Reducao invalida."
                    ELSE
                        PERFORM GRAVAR-ESTATUTO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

GRAVAR-ESTATUTO.
    MOVE ZERO TO ESTATUTOS-TENTATIVAS
    MOVE "99" TO ESTATUTOS-STATUS
    PERFORM UNTIL ESTATUTOS-STATUS = "00"
        OR ESTATUTOS-TENTATIVAS = 5
        OPEN I-O ESTATUTOS-FILE
        IF ESTATUTOS-STATUS NOT = "00"
            ADD 1 TO ESTATUTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ESTATUTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ESTATUTOS-FILE. Status: "
            ESTATUTOS-STATUS
    ELSE
        MOVE GET-ID-ALUNO TO STE-ID-ALUNO
        MOVE GET-SEMESTRE TO STE-SEMESTRE
        MOVE GET-TIPO TO STE-TIPO
        MOVE GET-DOCUMENTO TO STE-DOCUMENTO
        MOVE GET-DATA-INICIO TO STE-DATA-INICIO
        MOVE GET-DATA-FIM TO STE-DATA-FIM
        MOVE GET-ISENCAO-ASSID TO STE-ISENCAO-ASSID
        MOVE GET-EPOCA-ESPECIAL TO STE-EPOCA-ESPECIAL
        MOVE GET-REDUCAO-PCT TO STE-REDUCAO-PCT
        MOVE "P" TO STE-ESTADO
        MOVE SES-OPERADOR-ATUAL TO STE-OPERADOR-REG
        MOVE ZERO TO STE-DATA-APROV
        MOVE SPACES TO STE-OPERADOR-APROV
        WRITE REGISTO-ESTATUTO
            INVALID KEY
                REWRITE REGISTO-ESTATUTO
                DISPLAY "Estatuto atualizado; fica pendente de"
                    " nova aprovacao."
            NOT INVALID KEY
                DISPLAY "Estatuto registado, pendente de aprovacao."
        END-WRITE
        CLOSE ESTATUTOS-FILE
    END-IF.

DECIDIR-ESTATUTO.
    PERFORM PEDIR-CHAVE-ESTATUTO
    MOVE ZERO TO ESTATUTOS-TENTATIVAS
    MOVE "99" TO ESTATUTOS-STATUS
    PERFORM UNTIL ESTATUTOS-STATUS = "00"
        OR ESTATUTOS-TENTATIVAS = 5
        OPEN I-O ESTATUTOS-FILE
        IF ESTATUTOS-STATUS NOT = "00"
            ADD 1 TO ESTATUTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF ESTATUTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ESTATUTOS-FILE. Status: "
            ESTATUTOS-STATUS
    ELSE
        MOVE GET-ID-ALUNO TO STE-ID-ALUNO
        MOVE GET-SEMESTRE TO STE-SEMESTRE
        MOVE GET-TIPO TO STE-TIPO
        READ ESTATUTOS-FILE KEY IS STE-CHAVE
            INVALID KEY
                DISPLAY "Estatuto nao encontrado."
            NOT INVALID KEY
                DISPLAY "Documento: " STE-DOCUMENTO
                DISPLAY "Validade: " STE-DATA-INICIO " a "
                    STE-DATA-FIM "  estado atual " STE-ESTADO
                DISPLAY "Decisao (A - aprovar, R - recusar): "
                    NO ADVANCING
                ACCEPT GET-DECISAO
                IF GET-DECISAO NOT = "A" AND GET-DECISAO NOT = "R"
                    DISPLAY "Decisao invalida."
                ELSE
                    MOVE GET-DECISAO TO STE-ESTADO
                    ACCEPT STE-DATA-APROV FROM DATE YYYYMMDD
                    MOVE SES-OPERADOR-ATUAL TO STE-OPERADOR-APROV
                    REWRITE REGISTO-ESTATUTO
                    IF GET-DECISAO = "A"
                        DISPLAY "Estatuto aprovado."
                    ELSE
                        DISPLAY "Estatuto recusado."
                    END-IF
                END-IF
        END-READ
        CLOSE ESTATUTOS-FILE
    END-IF.

COPY "psessao.cbl".
