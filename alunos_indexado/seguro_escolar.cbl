*>****************************************************************
*> Author:
*> Date:
*> Purpose: lote do seguro escolar de um semestre. Todo o aluno
*>          com matricula ativa no semestre fica coberto pela
*>          apolice de acidentes (SEGUROS.dat, um registo por
*>          semestre e aluno) e o premio - taxa SEGURO de ambito
*>          G na tabela de taxas - e debitado uma unica vez na
*>          sua conta de propinas do semestre, com o movimento
*>          SEGURO em PROPMOV.dat; um aluno ainda sem conta no
*>          semestre fica com o premio pendente para a corrida
*>          seguinte. O aluno que deixou de ter matriculas ativas
*>          perde a cobertura. A primeira corrida do semestre
*>          grava o ficheiro da apolice para a seguradora
*>          (SEGURO-APOLICE-<sem>.dat, registos de tamanho fixo
*>          com ID, nome, data de nascimento e plano); as
*>          seguintes gravam so as inclusoes e exclusoes desde o
*>          ultimo envio (SEGURO-DELTA-<sem>-<data>.dat). O
*>          ficheiro fica no spool. Termina com RETURN-CODE 2 se
*>          houver premios pendentes ou alunos sem data de
*>          nascimento.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. seguro_escolar.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slseguro.cbl".
     COPY "slmatricula.cbl".
     COPY "slsemestre.cbl".
     COPY "slalunomaster.cbl".
     COPY "sltaxa.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT SEGURADORA-FILE
         ASSIGN TO SGE-NOME-FICHEIRO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdseguro.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD SEGURADORA-FILE.
  01 SGE-REG-CABECALHO.
     05 SGE-CAB-TIPO          PIC X.
     05 SGE-CAB-FICHEIRO      PIC X.
     05 SGE-CAB-SEMESTRE      PIC X(6).
     05 SGE-CAB-DATA          PIC 9(8).
     05 FILLER                PIC X(84).
  01 SGE-REG-DETALHE.
     05 SGE-DET-TIPO          PIC X.
     05 SGE-DET-MOVIMENTO     PIC X.
     05 SGE-DET-ID-ALUNO      PIC 9(5).
     05 SGE-DET-NOME          PIC X(30).
     05 SGE-DET-DATA-NASCIMENTO PIC 9(8).
     05 SGE-DET-PLANO         PIC X(6).
     05 SGE-DET-DATA-INICIO   PIC 9(8).
     05 SGE-DET-DATA-FIM      PIC 9(8).
     05 FILLER                PIC X(33).
  01 SGE-REG-RODAPE.
     05 SGE-ROD-TIPO          PIC X.
     05 SGE-ROD-REGISTOS      PIC 9(6).
     05 FILLER                PIC X(93).

WORKING-STORAGE SECTION.
  COPY "wsseguro.cbl".
  COPY "wsmatricula.cbl".
  COPY "wssemestre.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wstaxa.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 SGE-NOME-FICHEIRO     PIC X(40).
    77 SGE-SEMESTRE          PIC X(6).
    77 SGE-HOJE              PIC 9(8).
    77 SGE-INICIO-SEMESTRE   PIC 9(8) VALUE ZERO.
    77 SGE-DATA-INICIO       PIC 9(8).
    77 SGE-PREMIO            PIC 9(5)V99 VALUE ZERO.
    77 SGE-TAXA-OK           PIC X VALUE 'N'.
    77 SGE-MODO              PIC X VALUE 'A'.
        88 SGE-MODO-APOLICE    VALUE 'A'.
        88 SGE-MODO-DELTA      VALUE 'D'.
    77 SGE-MOVIMENTO         PIC X.
    77 SGE-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 SGE-MASTER-ABERTO     PIC X VALUE 'N'.
    77 SGE-PROPINAS-ABERTO   PIC X VALUE 'N'.
    77 SGE-PROPMOV-ABERTO    PIC X VALUE 'N'.
    77 SGE-ULTIMO-ID         PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-COBERTOS    PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-NOVOS       PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-REATIVADOS  PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-ANULADOS    PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-COBRADOS    PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-SEM-CONTA   PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-SEM-NASC    PIC 9(5) VALUE ZERO.
    77 SGE-TOTAL-ENVIADOS    PIC 9(6) VALUE ZERO.
    77 SGE-LINHAS            PIC 9(5) VALUE ZERO.
    77 SGE-PREMIO-ED         PIC ZZZZ9.99.

PROCEDURE DIVISION.
COPY "rvseguro.cbl".
COPY "rvmatricula.cbl".
COPY "rvsemestre.cbl".
COPY "rvalunomaster.cbl".
COPY "rvtaxa.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para correr o seguro escolar."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT SGE-HOJE FROM DATE YYYYMMDD
    PERFORM SEGURO-ESCOLAR.
GOBACK.

SEGURO-ESCOLAR.
    DISPLAY "Introduza o codigo do semestre: " NO ADVANCING
    ACCEPT SGE-SEMESTRE
    IF SGE-SEMESTRE = SPACES
        DISPLAY "O semestre e obrigatorio."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM LER-PREMIO
        IF SGE-TAXA-OK = 'N'
            MOVE 1 TO RETURN-CODE
        ELSE
            PERFORM GARANTIR-SEGUROS-FILE
            MOVE ZERO TO SEGUROS-TENTATIVAS
            MOVE "99" TO SEGUROS-STATUS
            PERFORM UNTIL SEGUROS-STATUS = "00"
                OR SEGUROS-TENTATIVAS = 5
                OPEN I-O SEGUROS-FILE
                IF SEGUROS-STATUS NOT = "00"
                    ADD 1 TO SEGUROS-TENTATIVAS
                END-IF
            END-PERFORM
            IF SEGUROS-STATUS NOT = "00"
                DISPLAY "Erro ao abrir SEGUROS-FILE. Status: "
                    SEGUROS-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM LER-INICIO-SEMESTRE
                PERFORM DETERMINAR-MODO
                PERFORM COBRIR-INSCRITOS
                PERFORM ANULAR-SEM-MATRICULA
                PERFORM GRAVAR-FICHEIRO-SEGURADORA
                CLOSE SEGUROS-FILE
                PERFORM MOSTRAR-TOTAIS
            END-IF
        END-IF
    END-IF.

LER-PREMIO.
*> o premio e a taxa SEGURO de ambito G; sem ela o lote nao corre.
    MOVE 'N' TO SGE-TAXA-OK
    OPEN INPUT TAXAS-FILE.
    IF TAXAS-STATUS = "00"
        MOVE "SEGURO" TO TAX-CODIGO
        READ TAXAS-FILE KEY IS TAX-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF TAX-ATIVA AND TAX-POR-SEGURO
                    MOVE TAX-VALOR TO SGE-PREMIO
                    MOVE 'S' TO SGE-TAXA-OK
                END-IF
        END-READ
        CLOSE TAXAS-FILE
    END-IF
    IF SGE-TAXA-OK = 'N'
        DISPLAY "Taxa SEGURO de ambito G inexistente ou inativa."
            " Defina o premio em gerir_taxas."
    END-IF.

LER-INICIO-SEMESTRE.
    MOVE ZERO TO SGE-INICIO-SEMESTRE
    OPEN INPUT SEMESTRES-FILE.
    IF SEMESTRES-STATUS = "00"
        MOVE SGE-SEMESTRE TO SEM-CODIGO
        READ SEMESTRES-FILE KEY IS SEM-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SEM-DATA-INICIO TO SGE-INICIO-SEMESTRE
        END-READ
        CLOSE SEMESTRES-FILE
    END-IF.

CALCULAR-INICIO.
*> a cobertura comeca na data da matricula, nunca antes do inicio
*> do semestre nem depois de hoje.
    MOVE MAT-DATA TO SGE-DATA-INICIO
    IF SGE-DATA-INICIO < SGE-INICIO-SEMESTRE
        MOVE SGE-INICIO-SEMESTRE TO SGE-DATA-INICIO
    END-IF
    IF SGE-DATA-INICIO = ZERO OR SGE-DATA-INICIO > SGE-HOJE
        MOVE SGE-HOJE TO SGE-DATA-INICIO
    END-IF.

GARANTIR-SEGUROS-FILE.
    OPEN INPUT SEGUROS-FILE.
    IF SEGUROS-STATUS = "35"
        OPEN OUTPUT SEGUROS-FILE
        CLOSE SEGUROS-FILE
    ELSE
        IF SEGUROS-STATUS = "00"
            CLOSE SEGUROS-FILE
        END-IF
    END-IF.

POSICIONAR-SEMESTRE.
    MOVE 'N' TO SGE-FIM-FICHEIRO
    MOVE SGE-SEMESTRE TO SEG-SEMESTRE
    MOVE ZERO TO SEG-ID-ALUNO
    START SEGUROS-FILE KEY IS NOT LESS THAN SEG-CHAVE
        INVALID KEY
            MOVE 'Y' TO SGE-FIM-FICHEIRO
    END-START.

DETERMINAR-MODO.
*> se ja foi enviado algum registo do semestre a apolice existe na
*> seguradora e so seguem as alteracoes.
    MOVE 'A' TO SGE-MODO
    PERFORM POSICIONAR-SEMESTRE
    PERFORM UNTIL SGE-FIM-FICHEIRO = 'Y'
        READ SEGUROS-FILE NEXT RECORD
            AT END MOVE 'Y' TO SGE-FIM-FICHEIRO
            NOT AT END
                IF SEG-SEMESTRE NOT = SGE-SEMESTRE
                    MOVE 'Y' TO SGE-FIM-FICHEIRO
                ELSE
                    IF SEG-DATA-ENVIO NOT = ZERO
                        MOVE 'D' TO SGE-MODO
                        MOVE 'Y' TO SGE-FIM-FICHEIRO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COBRIR-INSCRITOS.
*> as matriculas estao por aluno na chave, pelo que cada aluno e
*> tratado na primeira matricula ativa do semestre.
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir MATRICULAS-FILE. Status: "
            MATRICULAS-STATUS
    ELSE
        OPEN INPUT ALUNO-MASTER-FILE
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'S' TO SGE-MASTER-ABERTO
        END-IF
        MOVE ZERO TO PROPINAS-TENTATIVAS
        MOVE "99" TO PROPINAS-STATUS
        PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
            OPEN I-O PROPINAS-FILE
            IF PROPINAS-STATUS NOT = "00"
                ADD 1 TO PROPINAS-TENTATIVAS
            END-IF
        END-PERFORM
        IF PROPINAS-STATUS = "00"
            MOVE 'S' TO SGE-PROPINAS-ABERTO
            OPEN EXTEND PROPMOV-FILE
            IF PROPMOV-STATUS NOT = "00"
                OPEN OUTPUT PROPMOV-FILE
            END-IF
            IF PROPMOV-STATUS = "00"
                MOVE 'S' TO SGE-PROPMOV-ABERTO
            END-IF
        END-IF
        MOVE ZERO TO SGE-ULTIMO-ID
        MOVE 'N' TO SGE-FIM-FICHEIRO
        PERFORM UNTIL SGE-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO SGE-FIM-FICHEIRO
                NOT AT END
                    IF MAT-SEMESTRE = SGE-SEMESTRE AND MAT-ATIVA
                        AND MAT-ID-ALUNO NOT = SGE-ULTIMO-ID
                        MOVE MAT-ID-ALUNO TO SGE-ULTIMO-ID
                        PERFORM COBRIR-ALUNO
                    END-IF
            END-READ
        END-PERFORM
        IF SGE-PROPMOV-ABERTO = 'S'
            CLOSE PROPMOV-FILE
        END-IF
        IF SGE-PROPINAS-ABERTO = 'S'
            CLOSE PROPINAS-FILE
        END-IF
        IF SGE-MASTER-ABERTO = 'S'
            CLOSE ALUNO-MASTER-FILE
        END-IF
        CLOSE MATRICULAS-FILE
    END-IF.

COBRIR-ALUNO.
    ADD 1 TO SGE-TOTAL-COBERTOS
    MOVE SGE-SEMESTRE TO SEG-SEMESTRE
    MOVE MAT-ID-ALUNO TO SEG-ID-ALUNO
    READ SEGUROS-FILE KEY IS SEG-CHAVE
        INVALID KEY
            PERFORM CRIAR-COBERTURA
            IF SEG-DATA-COBRANCA = ZERO
                PERFORM COBRAR-PREMIO
            END-IF
            WRITE REGISTO-SEGURO
            ADD 1 TO SGE-TOTAL-NOVOS
        NOT INVALID KEY
            IF SEG-ANULADO
                PERFORM REATIVAR-COBERTURA
            END-IF
            IF SEG-DATA-NASCIMENTO = ZERO
                PERFORM LER-DADOS-MESTRE
            END-IF
            IF SEG-DATA-COBRANCA = ZERO
                PERFORM COBRAR-PREMIO
            END-IF
            MOVE SGE-HOJE TO SEG-DATA-VERIFICACAO
            REWRITE REGISTO-SEGURO
    END-READ.

CRIAR-COBERTURA.
    INITIALIZE REGISTO-SEGURO
    MOVE SGE-SEMESTRE TO SEG-SEMESTRE
    MOVE MAT-ID-ALUNO TO SEG-ID-ALUNO
    MOVE SPACES TO SEG-NOME
    MOVE ZERO TO SEG-DATA-NASCIMENTO
    MOVE SPACES TO SEG-PLANO
    PERFORM LER-DADOS-MESTRE
    PERFORM CALCULAR-INICIO
    MOVE SGE-DATA-INICIO TO SEG-DATA-INICIO
    MOVE ZERO TO SEG-DATA-FIM
    MOVE "A" TO SEG-ESTADO
    MOVE ZERO TO SEG-PREMIO
    MOVE ZERO TO SEG-DATA-COBRANCA
    MOVE "I" TO SEG-MOVIMENTO
    MOVE ZERO TO SEG-DATA-ENVIO
    MOVE SGE-HOJE TO SEG-DATA-VERIFICACAO.

REATIVAR-COBERTURA.
*> uma exclusao ainda por enviar anula-se: para a seguradora o
*> aluno nunca deixou de estar coberto.
    MOVE "A" TO SEG-ESTADO
    MOVE ZERO TO SEG-DATA-FIM
    IF SEG-EXCLUSAO-PENDENTE
        MOVE SPACE TO SEG-MOVIMENTO
    ELSE
        PERFORM CALCULAR-INICIO
        MOVE SGE-DATA-INICIO TO SEG-DATA-INICIO
        MOVE "I" TO SEG-MOVIMENTO
    END-IF
    ADD 1 TO SGE-TOTAL-REATIVADOS.

LER-DADOS-MESTRE.
    IF SGE-MASTER-ABERTO = 'S'
        MOVE SEG-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE MASTER-NOME-ALUNO TO SEG-NOME
                MOVE MASTER-DATA-NASCIMENTO TO SEG-DATA-NASCIMENTO
                MOVE MASTER-PLANO TO SEG-PLANO
        END-READ
    END-IF.

COBRAR-PREMIO.
*> so se debita numa conta do semestre ja aberta pela faturacao:
*> criar aqui a conta faria gerar_propinas dar o aluno como ja
*> faturado.
    IF SGE-PROPINAS-ABERTO = 'N' OR SGE-PROPMOV-ABERTO = 'N'
        ADD 1 TO SGE-TOTAL-SEM-CONTA
    ELSE
        MOVE SEG-ID-ALUNO TO PRO-ID-ALUNO
        MOVE SGE-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                ADD 1 TO SGE-TOTAL-SEM-CONTA
            NOT INVALID KEY
                ADD SGE-PREMIO TO PRO-TOTAL-DEBITO
                REWRITE REGISTO-PROPINA
                MOVE SGE-HOJE TO MOV-DATA
                MOVE SEG-ID-ALUNO TO MOV-ID-ALUNO
                MOVE SGE-SEMESTRE TO MOV-SEMESTRE
                MOVE "D" TO MOV-TIPO
                MOVE SGE-PREMIO TO MOV-VALOR
                MOVE "SEGURO" TO MOV-REFERENCIA
                WRITE REGISTO-PROPMOV
                MOVE SGE-PREMIO TO SEG-PREMIO
                MOVE SGE-HOJE TO SEG-DATA-COBRANCA
                ADD 1 TO SGE-TOTAL-COBRADOS
        END-READ
    END-IF.

ANULAR-SEM-MATRICULA.
*> coberturas do semestre que esta corrida nao confirmou: o aluno
*> ja nao tem matriculas ativas. Uma inclusao que nunca seguiu
*> para a seguradora nao precisa de exclusao.
    PERFORM POSICIONAR-SEMESTRE
    PERFORM UNTIL SGE-FIM-FICHEIRO = 'Y'
        READ SEGUROS-FILE NEXT RECORD
            AT END MOVE 'Y' TO SGE-FIM-FICHEIRO
            NOT AT END
                IF SEG-SEMESTRE NOT = SGE-SEMESTRE
                    MOVE 'Y' TO SGE-FIM-FICHEIRO
                ELSE
                    IF SEG-COBERTO
                        AND SEG-DATA-VERIFICACAO NOT = SGE-HOJE
                        MOVE "C" TO SEG-ESTADO
                        MOVE SGE-HOJE TO SEG-DATA-FIM
                        IF SEG-INCLUSAO-PENDENTE
                            OR SEG-DATA-ENVIO = ZERO
                            MOVE SPACE TO SEG-MOVIMENTO
                        ELSE
                            MOVE "E" TO SEG-MOVIMENTO
                        END-IF
                        REWRITE REGISTO-SEGURO
                        ADD 1 TO SGE-TOTAL-ANULADOS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GRAVAR-FICHEIRO-SEGURADORA.
    MOVE SPACES TO SGE-NOME-FICHEIRO
    IF SGE-MODO-APOLICE
        STRING "SEGURO-APOLICE-" DELIMITED BY SIZE
               SGE-SEMESTRE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO SGE-NOME-FICHEIRO
    ELSE
        STRING "SEGURO-DELTA-" DELIMITED BY SIZE
               SGE-SEMESTRE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               SGE-HOJE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO SGE-NOME-FICHEIRO
    END-IF
    OPEN OUTPUT SEGURADORA-FILE
    MOVE SPACES TO SGE-REG-CABECALHO
    MOVE "H" TO SGE-CAB-TIPO
    MOVE SGE-MODO TO SGE-CAB-FICHEIRO
    MOVE SGE-SEMESTRE TO SGE-CAB-SEMESTRE
    MOVE SGE-HOJE TO SGE-CAB-DATA
    WRITE SGE-REG-CABECALHO
    ADD 1 TO SGE-LINHAS
    PERFORM POSICIONAR-SEMESTRE
    PERFORM UNTIL SGE-FIM-FICHEIRO = 'Y'
        READ SEGUROS-FILE NEXT RECORD
            AT END MOVE 'Y' TO SGE-FIM-FICHEIRO
            NOT AT END
                IF SEG-SEMESTRE NOT = SGE-SEMESTRE
                    MOVE 'Y' TO SGE-FIM-FICHEIRO
                ELSE
                    PERFORM AVALIAR-ENVIO
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO SGE-REG-RODAPE
    MOVE "T" TO SGE-ROD-TIPO
    MOVE SGE-TOTAL-ENVIADOS TO SGE-ROD-REGISTOS
    WRITE SGE-REG-RODAPE
    ADD 1 TO SGE-LINHAS
    CLOSE SEGURADORA-FILE
    MOVE "seguro_escolar" TO SPR-PROGRAMA
    MOVE SGE-SEMESTRE TO SPR-PARAMETROS
    MOVE SGE-NOME-FICHEIRO TO SPR-FICHEIRO
    MOVE SGE-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL.

AVALIAR-ENVIO.
*> na apolice seguem todos os cobertos; no delta so as inclusoes
*> e exclusoes pendentes.
    MOVE SPACE TO SGE-MOVIMENTO
    IF SGE-MODO-APOLICE
        IF SEG-COBERTO
            MOVE "A" TO SGE-MOVIMENTO
        END-IF
    ELSE
        IF SEG-INCLUSAO-PENDENTE
            MOVE "I" TO SGE-MOVIMENTO
        END-IF
        IF SEG-EXCLUSAO-PENDENTE
            MOVE "E" TO SGE-MOVIMENTO
        END-IF
    END-IF
    IF SGE-MOVIMENTO NOT = SPACE
        PERFORM ESCREVER-DETALHE
        MOVE SPACE TO SEG-MOVIMENTO
        MOVE SGE-HOJE TO SEG-DATA-ENVIO
        REWRITE REGISTO-SEGURO
    END-IF.

ESCREVER-DETALHE.
    MOVE SPACES TO SGE-REG-DETALHE
    MOVE "D" TO SGE-DET-TIPO
    MOVE SGE-MOVIMENTO TO SGE-DET-MOVIMENTO
    MOVE SEG-ID-ALUNO TO SGE-DET-ID-ALUNO
    MOVE SEG-NOME TO SGE-DET-NOME
    MOVE SEG-DATA-NASCIMENTO TO SGE-DET-DATA-NASCIMENTO
    MOVE SEG-PLANO TO SGE-DET-PLANO
    MOVE SEG-DATA-INICIO TO SGE-DET-DATA-INICIO
    MOVE SEG-DATA-FIM TO SGE-DET-DATA-FIM
    WRITE SGE-REG-DETALHE
    ADD 1 TO SGE-LINHAS
    ADD 1 TO SGE-TOTAL-ENVIADOS
    IF SEG-DATA-NASCIMENTO = ZERO
        DISPLAY "Aluno " SEG-ID-ALUNO " sem data de nascimento."
        ADD 1 TO SGE-TOTAL-SEM-NASC
    END-IF.

MOSTRAR-TOTAIS.
    MOVE SGE-PREMIO TO SGE-PREMIO-ED
    DISPLAY "Semestre " SGE-SEMESTRE "  premio " SGE-PREMIO-ED
    DISPLAY "Alunos inscritos cobertos:     " SGE-TOTAL-COBERTOS
    DISPLAY "Novas coberturas:              " SGE-TOTAL-NOVOS
    DISPLAY "Coberturas reativadas:         " SGE-TOTAL-REATIVADOS
    DISPLAY "Coberturas anuladas:           " SGE-TOTAL-ANULADOS
    DISPLAY "Premios cobrados:              " SGE-TOTAL-COBRADOS
    DISPLAY "Premios pendentes (sem conta): " SGE-TOTAL-SEM-CONTA
    DISPLAY "Registos para a seguradora:    " SGE-TOTAL-ENVIADOS
        " em " SGE-NOME-FICHEIRO
    IF SGE-TOTAL-SEM-CONTA > ZERO OR SGE-TOTAL-SEM-NASC > ZERO
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

COPY "pspool.cbl".

COPY "psessao.cbl".
