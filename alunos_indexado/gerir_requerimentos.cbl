*>****************************************************************
*> Author:
*> Date:
*> Purpose: balcao de requerimentos dos alunos (REQUERIMENTOS.dat):
*>          declaracao de matricula (DECMAT), declaracao de notas
*>          (DECNOT) e certidao de conteudos de curso (CERCON).
*>          Cada requerimento tem numero (contador REQUERIM de
*>          SEQCONTROL.dat), data do pedido, prazo de entrega e
*>          estado. Ao registar, cobra-se a taxa do tipo de
*>          requerimento (TABELATAXAS.dat, ambito R, codigo igual
*>          ao tipo) como debito em PROPINAS.dat / PROPMOV.dat. A
*>          emissao imprime o documento a partir de
*>          MATRICULAS.dat / NOTASFILE.dat com o modelo ativo do
*>          tipo em MODELOSCARTA.dat e da-lhe um numero do registo
*>          de emissoes (EMISSOESDOC.dat, contador DOCUMENTO). O
*>          relatorio de atrasos lista os requerimentos pendentes
*>          com o prazo ultrapassado.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. gerir_requerimentos.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slrequerimento.cbl".
     COPY "slemissaodoc.cbl".
     COPY "sltaxa.cbl".
     COPY "slalunomaster.cbl".
     COPY "slmatricula.cbl".
     COPY "slnotas.cbl".
     COPY "slcurso.cbl".
     COPY "slhomolog.cbl".
     COPY "slmodelo.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT DOCUMENTO-FILE
         ASSIGN TO GRQ-NOME-DOCUMENTO
         ORGANIZATION IS LINE SEQUENTIAL.

     SELECT ATRASOS-FILE
         ASSIGN TO GRQ-NOME-RELATORIO
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdrequerimento.cbl".
  COPY "fdemissaodoc.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdnotas.cbl".
  COPY "fdcurso.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdmodelo.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD DOCUMENTO-FILE.
  01 LINHA-DOCUMENTO         PIC X(100).

  FD ATRASOS-FILE.
  01 LINHA-ATRASOS           PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsrequerimento.cbl".
  COPY "wsemissaodoc.cbl".
  COPY "wstaxa.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsnotas.cbl".
  COPY "wscurso.cbl".
  COPY "wshomolog.cbl".
  COPY "wsmodelo.cbl".
  COPY "wsmerge.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
    77 GRQ-OPCAO             PIC 9 VALUE ZERO.
    77 GRQ-SAIR              PIC X VALUE 'N'.
    77 GRQ-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 GRQ-FIM-MODELO        PIC X VALUE 'N'.
    77 GRQ-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
    77 GRQ-NOME-DOCUMENTO    PIC X(40).
    77 GRQ-NOME-RELATORIO    PIC X(40).
    77 GRQ-DATA-HOJE         PIC 9(8).
    77 GRQ-PRAZO-DIAS        PIC 9(3) VALUE 10.
    77 GRQ-DIAS-ATRASO       PIC 9(5).
    77 GRQ-ID-ALUNO          PIC 9(5).
    77 GRQ-NOME-ALUNO        PIC X(30).
    77 GRQ-TIPO              PIC X(6).
    77 GRQ-SEMESTRE          PIC X(6).
    77 GRQ-CURSO-CODE        PIC X(6).
    77 GRQ-NUMERO            PIC 9(5).
    77 GRQ-NUM-DOCUMENTO     PIC 9(5).
    77 GRQ-TAXA              PIC 9(7)V99 VALUE ZERO.
    77 GRQ-TAXA-ED           PIC Z(6)9.99.
    77 GRQ-MAIOR             PIC 9(5) VALUE ZERO.
    77 GRQ-ENTIDADE          PIC X(10).
    77 GRQ-CONTADOR          PIC 9(5).
    77 GRQ-CONTADOR-OK       PIC X VALUE 'N'.
    77 GRQ-ALUNO-OK          PIC X VALUE 'N'.
    77 GRQ-PEDIDO-OK         PIC X VALUE 'N'.
    77 GRQ-MOV-TIPO          PIC X.
    77 GRQ-MOV-REFERENCIA    PIC X(10).
    77 GRQ-CURSOS-ABERTO     PIC X VALUE 'N'.
    77 GRQ-QTD-CURSOS        PIC 9(2) VALUE ZERO.
    77 GRQ-CX                PIC 9(2).
    77 GRQ-TITULO            PIC X(45).
    77 GRQ-NOTA-ED           PIC Z9.99.
    77 GRQ-ID-ED             PIC 9(5).
    77 GRQ-NUM-ED            PIC 9(5).
    77 GRQ-TOTAL-ATRASADOS   PIC 9(5) VALUE ZERO.
    77 GRQ-TOTAL-LINHAS      PIC 9(5) VALUE ZERO.
    01 GRQ-CURSOS-TAB.
       05 GRQ-CURSO-ENT OCCURS 60 TIMES.
          10 GRQ-LC-CURSO       PIC X(6).
          10 GRQ-LC-NOME        PIC X(30).
          10 GRQ-LC-SEMESTRE    PIC X(6).
          10 GRQ-LC-CREDITOS    PIC 9(2).
          10 GRQ-LC-DOCENTE     PIC X(30).
          10 GRQ-LC-NOTA        PIC 99V99.
          10 GRQ-LC-TEM-NOTA    PIC X.
          10 GRQ-LC-PROVISORIA  PIC X.

PROCEDURE DIVISION.
COPY "rvrequerimento.cbl".
COPY "rvemissaodoc.cbl".
COPY "rvtaxa.cbl".
COPY "rvalunomaster.cbl".
COPY "rvmatricula.cbl".
COPY "rvnotas.cbl".
COPY "rvcurso.cbl".
COPY "rvhomolog.cbl".
COPY "rvmodelo.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
            " menu_principal."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT GRQ-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-REQUERIMENTOS
    PERFORM GARANTIR-EMISSOES
    PERFORM UNTIL GRQ-SAIR = 'Y'
        PERFORM MENU-REQUERIMENTOS
    END-PERFORM.
GOBACK.

MENU-REQUERIMENTOS.
    DISPLAY "==================================="
    DISPLAY "     BALCAO DE REQUERIMENTOS"
    DISPLAY "==================================="
    DISPLAY "1 - Registar requerimento"
    DISPLAY "2 - Listar requerimentos de aluno"
    DISPLAY "3 - Emitir documento de um requerimento"
    DISPLAY "4 - Anular requerimento"
    DISPLAY "5 - Relatorio de requerimentos em atraso"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT GRQ-OPCAO
    EVALUATE GRQ-OPCAO
        WHEN 1
            PERFORM REGISTAR-REQUERIMENTO
        WHEN 2
            PERFORM LISTAR-REQUERIMENTOS
        WHEN 3
            PERFORM EMITIR-DOCUMENTO
        WHEN 4
            PERFORM ANULAR-REQUERIMENTO
        WHEN 5
            PERFORM RELATORIO-ATRASOS
        WHEN 0
            MOVE 'Y' TO GRQ-SAIR
        WHEN OTHER
            DISPLAY "Opcao invalida, tente novamente."
    END-EVALUATE.

GARANTIR-REQUERIMENTOS.
    OPEN INPUT REQUERIMENTOS-FILE.
        IF REQUERIMENTOS-STATUS = "35"
            OPEN OUTPUT REQUERIMENTOS-FILE
            CLOSE REQUERIMENTOS-FILE
        ELSE
            IF REQUERIMENTOS-STATUS = "00"
                CLOSE REQUERIMENTOS-FILE
            END-IF
        END-IF.

GARANTIR-EMISSOES.
    OPEN INPUT EMISSOES-DOC-FILE.
        IF EMISSOESDOC-STATUS = "35"
            OPEN OUTPUT EMISSOES-DOC-FILE
            CLOSE EMISSOES-DOC-FILE
        ELSE
            IF EMISSOESDOC-STATUS = "00"
                CLOSE EMISSOES-DOC-FILE
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

GARANTIR-PROPINAS-FILE.
    OPEN INPUT PROPINAS-FILE.
        IF PROPINAS-STATUS = "35"
            OPEN OUTPUT PROPINAS-FILE
            CLOSE PROPINAS-FILE
        ELSE
            IF PROPINAS-STATUS = "00"
                CLOSE PROPINAS-FILE
            END-IF
        END-IF.

LER-ALUNO-REQUERIMENTO.
    MOVE 'N' TO GRQ-ALUNO-OK
    MOVE SPACES TO GRQ-NOME-ALUNO
    OPEN INPUT ALUNO-MASTER-FILE.
    IF ALUNOMASTER-STATUS NOT = "00"
        DISPLAY "Erro ao abrir ALUNO-MASTER-FILE. Status: "
            ALUNOMASTER-STATUS
    ELSE
        MOVE GRQ-ID-ALUNO TO MASTER-ID-ALUNO
        READ ALUNO-MASTER-FILE KEY IS MASTER-ID-ALUNO
            INVALID KEY
                DISPLAY "Aluno nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO GRQ-ALUNO-OK
                MOVE MASTER-NOME-ALUNO TO GRQ-NOME-ALUNO
        END-READ
        CLOSE ALUNO-MASTER-FILE
    END-IF.

REGISTAR-REQUERIMENTO.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRQ-ID-ALUNO
    PERFORM LER-ALUNO-REQUERIMENTO
    IF GRQ-ALUNO-OK = 'S'
        DISPLAY "Aluno: " GRQ-NOME-ALUNO
        DISPLAY "Tipo (DECMAT - declaracao de matricula, DECNOT -"
            " declaracao de notas,"
        DISPLAY "      CERCON - certidao de conteudos de curso): "
            NO ADVANCING
        ACCEPT GRQ-TIPO
        MOVE GRQ-TIPO TO REQ-TIPO
        IF NOT REQ-DECL-MATRICULA AND NOT REQ-DECL-NOTAS
            AND NOT REQ-CERT-CONTEUDOS
            DISPLAY "Tipo de requerimento invalido."
        ELSE
            PERFORM PEDIR-DADOS-REQUERIMENTO
            IF GRQ-PEDIDO-OK = 'S'
                PERFORM OBTER-TAXA-REQUERIMENTO
                MOVE "REQUERIM" TO GRQ-ENTIDADE
                PERFORM OBTER-CONTADOR
                IF GRQ-CONTADOR-OK = 'S'
                    MOVE GRQ-CONTADOR TO GRQ-NUMERO
                    PERFORM GRAVAR-REQUERIMENTO
                END-IF
            END-IF
        END-IF
    END-IF.

PEDIR-DADOS-REQUERIMENTO.
*> o semestre e o de referencia do documento e o da conta
*> corrente onde a taxa e debitada; na declaracao de notas
*> entram as notas ate esse semestre inclusive.
    MOVE 'N' TO GRQ-PEDIDO-OK
    MOVE SPACES TO GRQ-CURSO-CODE
    DISPLAY "Semestre de referencia (ex: 2026S1): " NO ADVANCING
    ACCEPT GRQ-SEMESTRE
    IF GRQ-SEMESTRE = SPACES
        DISPLAY "O semestre e obrigatorio."
    ELSE
        IF GRQ-TIPO = "CERCON"
            DISPLAY "Codigo do curso: " NO ADVANCING
            ACCEPT GRQ-CURSO-CODE
            PERFORM VALIDAR-CURSO-CERTIDAO
        ELSE
            MOVE 'S' TO GRQ-PEDIDO-OK
        END-IF
    END-IF.

VALIDAR-CURSO-CERTIDAO.
*> a certidao de conteudos so se passa para cursos que o aluno
*> frequentou (com registo em NOTASFILE.dat).
    OPEN INPUT COURSE-FILE.
    IF CURSO-STATUS NOT = "00"
        DISPLAY "Erro ao abrir COURSE-FILE. Status: " CURSO-STATUS
    ELSE
        MOVE GRQ-CURSO-CODE TO CURSO-CODE
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                DISPLAY "Curso nao encontrado."
            NOT INVALID KEY
                MOVE 'S' TO GRQ-PEDIDO-OK
        END-READ
        CLOSE COURSE-FILE
    END-IF
    IF GRQ-PEDIDO-OK = 'S'
        MOVE 'N' TO GRQ-PEDIDO-OK
        OPEN INPUT NOTAS-FILE
        IF NOTASFILE-STATUS = "00"
            MOVE GRQ-ID-ALUNO TO NOTA-ID-ALUNO
            MOVE GRQ-CURSO-CODE TO NOTA-CURSO-CODE
            MOVE LOW-VALUES TO NOTA-SEMESTRE
            START NOTAS-FILE KEY IS NOT LESS THAN NOTA-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ NOTAS-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF NOTA-ID-ALUNO = GRQ-ID-ALUNO
                                AND NOTA-CURSO-CODE = GRQ-CURSO-CODE
                                MOVE 'S' TO GRQ-PEDIDO-OK
                            END-IF
                    END-READ
            END-START
            CLOSE NOTAS-FILE
        END-IF
        IF GRQ-PEDIDO-OK = 'N'
            DISPLAY "O aluno nao tem registo de frequencia no curso "
                GRQ-CURSO-CODE "."
        END-IF
    END-IF.

OBTER-TAXA-REQUERIMENTO.
*> taxa de ambito R com o codigo do tipo (gerir_taxas); sem taxa
*> ativa o requerimento e gratuito.
    MOVE ZERO TO GRQ-TAXA
    OPEN INPUT TAXAS-FILE.
    IF TAXAS-STATUS = "00"
        MOVE GRQ-TIPO TO TAX-CODIGO
        READ TAXAS-FILE KEY IS TAX-CODIGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF TAX-ATIVA AND TAX-POR-REQUERIMENTO
                    MOVE TAX-VALOR TO GRQ-TAXA
                END-IF
        END-READ
        CLOSE TAXAS-FILE
    END-IF
    IF GRQ-TAXA = ZERO
        DISPLAY "Sem taxa ativa para o tipo " GRQ-TIPO
            "; requerimento sem custo."
    END-IF.

OBTER-CONTADOR.
*> proximo valor do contador GRQ-ENTIDADE de SEQCONTROL.dat; na
*> primeira utilizacao arranca a seguir ao maior numero gravado.
    MOVE 'N' TO GRQ-CONTADOR-OK
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
        MOVE GRQ-ENTIDADE TO SEQ-ENTIDADE
        READ SEQCONTROL-FILE KEY IS SEQ-ENTIDADE
            INVALID KEY
                PERFORM INICIALIZAR-CONTADOR
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE SEQ-PROXIMO TO GRQ-CONTADOR
        ADD 1 TO SEQ-PROXIMO
        REWRITE REGISTO-SEQCONTROL
        CLOSE SEQCONTROL-FILE
        MOVE 'S' TO GRQ-CONTADOR-OK
    END-IF.

INICIALIZAR-CONTADOR.
    MOVE ZERO TO GRQ-MAIOR
    MOVE 'N' TO GRQ-FIM-FICHEIRO
    IF GRQ-ENTIDADE = "REQUERIM"
        OPEN INPUT REQUERIMENTOS-FILE
        IF REQUERIMENTOS-STATUS = "00"
            PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
                READ REQUERIMENTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                    NOT AT END
                        IF REQ-NUMERO > GRQ-MAIOR
                            MOVE REQ-NUMERO TO GRQ-MAIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REQUERIMENTOS-FILE
        END-IF
    ELSE
        OPEN INPUT EMISSOES-DOC-FILE
        IF EMISSOESDOC-STATUS = "00"
            PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
                READ EMISSOES-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                    NOT AT END
                        IF EMD-NUMERO > GRQ-MAIOR
                            MOVE EMD-NUMERO TO GRQ-MAIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMISSOES-DOC-FILE
        END-IF
    END-IF
    MOVE GRQ-ENTIDADE TO SEQ-ENTIDADE
    COMPUTE SEQ-PROXIMO = GRQ-MAIOR + 1
    WRITE REGISTO-SEQCONTROL
        INVALID KEY
            REWRITE REGISTO-SEQCONTROL
    END-WRITE.

GRAVAR-REQUERIMENTO.
    MOVE ZERO TO REQUERIMENTOS-TENTATIVAS
    MOVE "99" TO REQUERIMENTOS-STATUS
    PERFORM UNTIL REQUERIMENTOS-STATUS = "00"
        OR REQUERIMENTOS-TENTATIVAS = 5
        OPEN I-O REQUERIMENTOS-FILE
        IF REQUERIMENTOS-STATUS NOT = "00"
            ADD 1 TO REQUERIMENTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF REQUERIMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir REQUERIMENTOS-FILE. Status: "
            REQUERIMENTOS-STATUS
    ELSE
        MOVE GRQ-NUMERO TO REQ-NUMERO
        MOVE GRQ-ID-ALUNO TO REQ-ID-ALUNO
        MOVE GRQ-TIPO TO REQ-TIPO
        MOVE GRQ-SEMESTRE TO REQ-SEMESTRE
        MOVE GRQ-CURSO-CODE TO REQ-CURSO-CODE
        MOVE GRQ-DATA-HOJE TO REQ-DATA-PEDIDO
        COMPUTE REQ-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (GRQ-DATA-HOJE) + GRQ-PRAZO-DIAS)
        MOVE "P" TO REQ-ESTADO
        MOVE GRQ-TAXA TO REQ-TAXA
        MOVE ZERO TO REQ-NUM-DOCUMENTO
        MOVE ZERO TO REQ-DATA-EMISSAO
        MOVE SES-OPERADOR-ATUAL TO REQ-OPERADOR
        WRITE REGISTO-REQUERIMENTO
            INVALID KEY
                DISPLAY "Erro: numero de requerimento duplicado "
                    GRQ-NUMERO "."
            NOT INVALID KEY
                MOVE GRQ-TAXA TO GRQ-TAXA-ED
                DISPLAY "Requerimento " GRQ-NUMERO " registado;"
                    " prazo de entrega " REQ-DATA-LIMITE
                    ", taxa " GRQ-TAXA-ED "."
                IF GRQ-TAXA > ZERO
                    MOVE "D" TO GRQ-MOV-TIPO
                    PERFORM LANCAR-TAXA-REQUERIMENTO
                END-IF
        END-WRITE
        CLOSE REQUERIMENTOS-FILE
    END-IF.

LANCAR-TAXA-REQUERIMENTO.
*> debito (D) ao registar ou credito (C) ao anular, na conta do
*> semestre de referencia; a referencia do movimento leva o
*> numero do requerimento.
    MOVE SPACES TO GRQ-MOV-REFERENCIA
    STRING "REQ" DELIMITED BY SIZE
           REQ-NUMERO DELIMITED BY SIZE
           INTO GRQ-MOV-REFERENCIA
    PERFORM GARANTIR-PROPINAS-FILE
    MOVE ZERO TO PROPINAS-TENTATIVAS
    MOVE "99" TO PROPINAS-STATUS
    PERFORM UNTIL PROPINAS-STATUS = "00" OR PROPINAS-TENTATIVAS = 5
        OPEN I-O PROPINAS-FILE
        IF PROPINAS-STATUS NOT = "00"
            ADD 1 TO PROPINAS-TENTATIVAS
        END-IF
    END-PERFORM
    IF PROPINAS-STATUS NOT = "00"
        DISPLAY "Aviso: taxa do requerimento nao lancada"
            " (PROPINAS-FILE status " PROPINAS-STATUS ")."
    ELSE
        MOVE REQ-ID-ALUNO TO PRO-ID-ALUNO
        MOVE REQ-SEMESTRE TO PRO-SEMESTRE
        READ PROPINAS-FILE KEY IS PRO-CHAVE
            INVALID KEY
                IF GRQ-MOV-TIPO = "D"
                    MOVE REQ-ID-ALUNO TO PRO-ID-ALUNO
                    MOVE REQ-SEMESTRE TO PRO-SEMESTRE
                    MOVE REQ-TAXA TO PRO-TOTAL-DEBITO
                    MOVE ZERO TO PRO-TOTAL-PAGO
                    WRITE REGISTO-PROPINA
                END-IF
            NOT INVALID KEY
                IF GRQ-MOV-TIPO = "D"
                    ADD REQ-TAXA TO PRO-TOTAL-DEBITO
                ELSE
                    IF PRO-TOTAL-DEBITO > REQ-TAXA
                        SUBTRACT REQ-TAXA FROM PRO-TOTAL-DEBITO
                    ELSE
                        MOVE ZERO TO PRO-TOTAL-DEBITO
                    END-IF
                END-IF
                REWRITE REGISTO-PROPINA
        END-READ
        CLOSE PROPINAS-FILE
        OPEN EXTEND PROPMOV-FILE
        IF PROPMOV-STATUS NOT = "00"
            OPEN OUTPUT PROPMOV-FILE
        END-IF
        IF PROPMOV-STATUS = "00"
            MOVE GRQ-DATA-HOJE TO MOV-DATA
            MOVE REQ-ID-ALUNO TO MOV-ID-ALUNO
            MOVE REQ-SEMESTRE TO MOV-SEMESTRE
            MOVE GRQ-MOV-TIPO TO MOV-TIPO
            MOVE REQ-TAXA TO MOV-VALOR
            MOVE GRQ-MOV-REFERENCIA TO MOV-REFERENCIA
            WRITE REGISTO-PROPMOV
            CLOSE PROPMOV-FILE
        END-IF
    END-IF.

LISTAR-REQUERIMENTOS.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT GRQ-ID-ALUNO
    MOVE ZERO TO GRQ-TOTAL-LISTADOS
    MOVE 'N' TO GRQ-FIM-FICHEIRO
    OPEN INPUT REQUERIMENTOS-FILE.
    IF REQUERIMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir REQUERIMENTOS-FILE. Status: "
            REQUERIMENTOS-STATUS
    ELSE
        MOVE GRQ-ID-ALUNO TO REQ-ID-ALUNO
        START REQUERIMENTOS-FILE KEY IS NOT LESS THAN REQ-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GRQ-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
            READ REQUERIMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                NOT AT END
                    IF REQ-ID-ALUNO NOT = GRQ-ID-ALUNO
                        MOVE 'Y' TO GRQ-FIM-FICHEIRO
                    ELSE
                        MOVE REQ-TAXA TO GRQ-TAXA-ED
                        DISPLAY REQ-NUMERO "  " REQ-TIPO
                            "  " REQ-SEMESTRE "  " REQ-CURSO-CODE
                            "  pedido " REQ-DATA-PEDIDO
                            "  prazo " REQ-DATA-LIMITE
                            "  estado " REQ-ESTADO
                        DISPLAY "       taxa " GRQ-TAXA-ED
                            "  documento " REQ-NUM-DOCUMENTO
                            "  emitido em " REQ-DATA-EMISSAO
                        ADD 1 TO GRQ-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUERIMENTOS-FILE
        DISPLAY "Total de requerimentos: " GRQ-TOTAL-LISTADOS
    END-IF.

EMITIR-DOCUMENTO.
    DISPLAY "Numero do requerimento: " NO ADVANCING
    ACCEPT GRQ-NUMERO
    MOVE ZERO TO REQUERIMENTOS-TENTATIVAS
    MOVE "99" TO REQUERIMENTOS-STATUS
    PERFORM UNTIL REQUERIMENTOS-STATUS = "00"
        OR REQUERIMENTOS-TENTATIVAS = 5
        OPEN I-O REQUERIMENTOS-FILE
        IF REQUERIMENTOS-STATUS NOT = "00"
            ADD 1 TO REQUERIMENTOS-TENTATIVAS
        END-IF
    END-PERFORM
    IF REQUERIMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir REQUERIMENTOS-FILE. Status: "
            REQUERIMENTOS-STATUS
    ELSE
        MOVE GRQ-NUMERO TO REQ-NUMERO
        READ REQUERIMENTOS-FILE KEY IS REQ-NUMERO
            INVALID KEY
                DISPLAY "Requerimento nao encontrado."
            NOT INVALID KEY
                IF NOT REQ-PENDENTE
                    DISPLAY "O requerimento nao esta pendente (estado "
                        REQ-ESTADO ")."
                ELSE
                    PERFORM PREPARAR-DOCUMENTO
                END-IF
        END-READ
        CLOSE REQUERIMENTOS-FILE
    END-IF.

PREPARAR-DOCUMENTO.
    MOVE REQ-ID-ALUNO TO GRQ-ID-ALUNO
    PERFORM LER-ALUNO-REQUERIMENTO
    IF GRQ-ALUNO-OK = 'S'
        PERFORM CARREGAR-CURSOS-DOCUMENTO
        IF GRQ-QTD-CURSOS = ZERO
            DISPLAY "Sem dados para o documento: o aluno nao tem"
                " registos para o pedido."
        ELSE
            MOVE "DOCUMENTO" TO GRQ-ENTIDADE
            PERFORM OBTER-CONTADOR
            IF GRQ-CONTADOR-OK = 'S'
                MOVE GRQ-CONTADOR TO GRQ-NUM-DOCUMENTO
                PERFORM IMPRIMIR-DOCUMENTO
                PERFORM REGISTAR-EMISSAO-DOC
                MOVE "E" TO REQ-ESTADO
                MOVE GRQ-NUM-DOCUMENTO TO REQ-NUM-DOCUMENTO
                MOVE GRQ-DATA-HOJE TO REQ-DATA-EMISSAO
                REWRITE REGISTO-REQUERIMENTO
                DISPLAY "Documento " GRQ-NUM-DOCUMENTO " emitido em "
                    GRQ-NOME-DOCUMENTO
                IF GRQ-DATA-HOJE > REQ-DATA-LIMITE
                    DISPLAY "Aviso: emitido depois do prazo ("
                        REQ-DATA-LIMITE ")."
                END-IF
            END-IF
        END-IF
    END-IF.

CARREGAR-CURSOS-DOCUMENTO.
*> declaracao de matricula: matriculas ativas no semestre;
*> declaracao de notas: notas ate ao semestre inclusive;
*> certidao: as frequencias do curso pedido.
    MOVE ZERO TO GRQ-QTD-CURSOS
    MOVE 'N' TO GRQ-CURSOS-ABERTO
    OPEN INPUT COURSE-FILE
    IF CURSO-STATUS = "00"
        MOVE 'S' TO GRQ-CURSOS-ABERTO
    END-IF
    IF REQ-DECL-MATRICULA
        PERFORM CARREGAR-MATRICULAS-DOC
    ELSE
        PERFORM CARREGAR-NOTAS-DOC
    END-IF
    IF GRQ-CURSOS-ABERTO = 'S'
        CLOSE COURSE-FILE
    END-IF.

CARREGAR-MATRICULAS-DOC.
    MOVE 'N' TO GRQ-FIM-FICHEIRO
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE REQ-ID-ALUNO TO MAT-ID-ALUNO
        MOVE LOW-VALUES TO MAT-CURSO-SEM
        START MATRICULAS-FILE KEY IS NOT LESS THAN MAT-CHAVE
            INVALID KEY
                MOVE 'Y' TO GRQ-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
            READ MATRICULAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                NOT AT END
                    IF MAT-ID-ALUNO NOT = REQ-ID-ALUNO
                        MOVE 'Y' TO GRQ-FIM-FICHEIRO
                    ELSE
                        IF MAT-ATIVA AND MAT-SEMESTRE = REQ-SEMESTRE
                            AND GRQ-QTD-CURSOS < 60
                            ADD 1 TO GRQ-QTD-CURSOS
                            MOVE MAT-CURSO-CODE TO CURSO-CODE
                            MOVE MAT-SEMESTRE
                                TO GRQ-LC-SEMESTRE (GRQ-QTD-CURSOS)
                            MOVE 'N'
                                TO GRQ-LC-TEM-NOTA (GRQ-QTD-CURSOS)
                            PERFORM GUARDAR-CURSO-DOC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MATRICULAS-FILE
    END-IF.

CARREGAR-NOTAS-DOC.
    MOVE 'N' TO GRQ-FIM-FICHEIRO
    OPEN INPUT NOTAS-FILE.
    IF NOTASFILE-STATUS = "00"
        MOVE REQ-ID-ALUNO TO NOTA-ID-ALUNO
        MOVE LOW-VALUES TO NOTA-CURSO-SEM
        START NOTAS-FILE KEY IS NOT LESS THAN NOTA-CHAVE
            INVALID KEY
                MOVE 'Y' TO GRQ-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
            READ NOTAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                NOT AT END
                    IF NOTA-ID-ALUNO NOT = REQ-ID-ALUNO
                        MOVE 'Y' TO GRQ-FIM-FICHEIRO
                    ELSE
                        IF GRQ-QTD-CURSOS < 60
                            AND ((REQ-DECL-NOTAS
                            AND NOTA-SEMESTRE NOT > REQ-SEMESTRE)
                            OR (REQ-CERT-CONTEUDOS
                            AND NOTA-CURSO-CODE = REQ-CURSO-CODE))
                            PERFORM GUARDAR-NOTA-DOC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NOTAS-FILE
    END-IF.

GUARDAR-NOTA-DOC.
*> uma nota de pauta ainda nao homologada sai marcada como
*> provisoria.
    ADD 1 TO GRQ-QTD-CURSOS
    MOVE NOTA-SEMESTRE TO GRQ-LC-SEMESTRE (GRQ-QTD-CURSOS)
    MOVE MEDIANOTA TO GRQ-LC-NOTA (GRQ-QTD-CURSOS)
    MOVE 'S' TO GRQ-LC-TEM-NOTA (GRQ-QTD-CURSOS)
    MOVE NOTA-CURSO-CODE TO HML-CURSO-CODE
    MOVE NOTA-SEMESTRE TO HML-SEMESTRE
    PERFORM VERIFICAR-HOMOLOGACAO
    IF PAUTA-HOMOLOGADA
        MOVE 'N' TO GRQ-LC-PROVISORIA (GRQ-QTD-CURSOS)
    ELSE
        MOVE 'S' TO GRQ-LC-PROVISORIA (GRQ-QTD-CURSOS)
    END-IF
    MOVE NOTA-CURSO-CODE TO CURSO-CODE
    PERFORM GUARDAR-CURSO-DOC.

GUARDAR-CURSO-DOC.
    MOVE CURSO-CODE TO GRQ-LC-CURSO (GRQ-QTD-CURSOS)
    MOVE SPACES TO GRQ-LC-NOME (GRQ-QTD-CURSOS)
    MOVE SPACES TO GRQ-LC-DOCENTE (GRQ-QTD-CURSOS)
    MOVE ZERO TO GRQ-LC-CREDITOS (GRQ-QTD-CURSOS)
    IF GRQ-CURSOS-ABERTO = 'S'
        READ COURSE-FILE KEY IS CURSO-CODE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CURSO-NOME TO GRQ-LC-NOME (GRQ-QTD-CURSOS)
                MOVE CURSO-DOCENTE TO GRQ-LC-DOCENTE (GRQ-QTD-CURSOS)
                MOVE CURSO-CREDITOS
                    TO GRQ-LC-CREDITOS (GRQ-QTD-CURSOS)
        END-READ
    END-IF.

IMPRIMIR-DOCUMENTO.
    MOVE SPACES TO GRQ-NOME-DOCUMENTO
    STRING REQ-TIPO          DELIMITED BY SPACE
           "-"               DELIMITED BY SIZE
           GRQ-NUM-DOCUMENTO DELIMITED BY SIZE
           ".dat"            DELIMITED BY SIZE
           INTO GRQ-NOME-DOCUMENTO
    OPEN OUTPUT DOCUMENTO-FILE
    MOVE 'N' TO MRG-TEM-MODELO
    MOVE ZERO TO MRG-VERSAO-ATIVA
    OPEN INPUT MODELOS-CARTA-FILE
    IF MODELOSCARTA-STATUS = "00"
        MOVE REQ-TIPO TO MRG-TIPO
        PERFORM PROCURAR-MODELO-ATIVO
        IF MRG-TEM-MODELO = 'S'
            PERFORM ESCREVER-DOCUMENTO-MODELO
        END-IF
        CLOSE MODELOS-CARTA-FILE
    END-IF
    IF MRG-TEM-MODELO NOT = 'S'
        PERFORM ESCREVER-DOCUMENTO-INTERNO
    END-IF
    CLOSE DOCUMENTO-FILE.

ESCREVER-DOCUMENTO-MODELO.
*> versao ativa do modelo do tipo (gerir_modelos): a linha
*> especial &CURSOS da lugar a lista de cursos do documento e nas
*> restantes os campos de fusao sao substituidos; &NUMERO e o
*> numero do registo de emissoes.
    MOVE 'N' TO GRQ-FIM-MODELO
    MOVE MRG-TIPO TO MDL-TIPO
    MOVE MRG-VERSAO-ATIVA TO MDL-VERSAO
    MOVE 1 TO MDL-LINHA
    START MODELOS-CARTA-FILE KEY IS NOT LESS THAN MDL-CHAVE
        INVALID KEY
            MOVE 'Y' TO GRQ-FIM-MODELO
    END-START
    PERFORM UNTIL GRQ-FIM-MODELO = 'Y'
        READ MODELOS-CARTA-FILE NEXT RECORD
            AT END MOVE 'Y' TO GRQ-FIM-MODELO
            NOT AT END
                IF MDL-TIPO NOT = MRG-TIPO
                    OR MDL-VERSAO NOT = MRG-VERSAO-ATIVA
                    MOVE 'Y' TO GRQ-FIM-MODELO
                ELSE
                    PERFORM ESCREVER-LINHA-MODELO-DOC
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    STRING "(Modelo " DELIMITED BY SIZE
           MRG-TIPO DELIMITED BY SPACE
           " versao " DELIMITED BY SIZE
           MRG-VERSAO-ATIVA DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO.

ESCREVER-LINHA-MODELO-DOC.
    IF MDL-TEXTO = "&CURSOS"
        PERFORM ESCREVER-LISTA-CURSOS-DOC
    ELSE
        MOVE SPACES TO MRG-LINHA
        MOVE MDL-TEXTO TO MRG-LINHA (1:80)
        MOVE "&NOME" TO MRG-TOKEN
        MOVE 5 TO MRG-TOKEN-LEN
        MOVE GRQ-NOME-ALUNO TO MRG-VALOR
        MOVE 30 TO MRG-VALOR-LEN
        PERFORM SUBSTITUIR-TOKEN
        MOVE "&ALUNO" TO MRG-TOKEN
        MOVE 6 TO MRG-TOKEN-LEN
        MOVE REQ-ID-ALUNO TO GRQ-ID-ED
        MOVE GRQ-ID-ED TO MRG-VALOR
        MOVE 5 TO MRG-VALOR-LEN
        PERFORM SUBSTITUIR-TOKEN
        MOVE "&SEMESTRE" TO MRG-TOKEN
        MOVE 9 TO MRG-TOKEN-LEN
        MOVE REQ-SEMESTRE TO MRG-VALOR
        MOVE 6 TO MRG-VALOR-LEN
        PERFORM SUBSTITUIR-TOKEN
        MOVE "&DATA" TO MRG-TOKEN
        MOVE 5 TO MRG-TOKEN-LEN
        MOVE GRQ-DATA-HOJE TO MRG-VALOR
        MOVE 8 TO MRG-VALOR-LEN
        PERFORM SUBSTITUIR-TOKEN
        MOVE "&NUMERO" TO MRG-TOKEN
        MOVE 7 TO MRG-TOKEN-LEN
        MOVE GRQ-NUM-DOCUMENTO TO GRQ-NUM-ED
        MOVE GRQ-NUM-ED TO MRG-VALOR
        MOVE 5 TO MRG-VALOR-LEN
        PERFORM SUBSTITUIR-TOKEN
        MOVE MRG-LINHA (1:100) TO LINHA-DOCUMENTO
        WRITE LINHA-DOCUMENTO
    END-IF.

ESCREVER-LISTA-CURSOS-DOC.
    PERFORM ESCREVER-CURSO-DOC
        VARYING GRQ-CX FROM 1 BY 1 UNTIL GRQ-CX > GRQ-QTD-CURSOS.

ESCREVER-CURSO-DOC.
    MOVE SPACES TO LINHA-DOCUMENTO
    IF GRQ-LC-TEM-NOTA (GRQ-CX) = 'S'
        MOVE GRQ-LC-NOTA (GRQ-CX) TO GRQ-NOTA-ED
        STRING "  " DELIMITED BY SIZE
               GRQ-LC-CURSO (GRQ-CX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRQ-LC-NOME (GRQ-CX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRQ-LC-SEMESTRE (GRQ-CX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRQ-LC-CREDITOS (GRQ-CX) DELIMITED BY SIZE
               " cr.  nota " DELIMITED BY SIZE
               GRQ-NOTA-ED DELIMITED BY SIZE
               INTO LINHA-DOCUMENTO
        IF GRQ-LC-PROVISORIA (GRQ-CX) = 'S'
            MOVE "(provisoria)" TO LINHA-DOCUMENTO (80:12)
        END-IF
    ELSE
        STRING "  " DELIMITED BY SIZE
               GRQ-LC-CURSO (GRQ-CX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRQ-LC-NOME (GRQ-CX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRQ-LC-SEMESTRE (GRQ-CX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRQ-LC-CREDITOS (GRQ-CX) DELIMITED BY SIZE
               " creditos" DELIMITED BY SIZE
               INTO LINHA-DOCUMENTO
    END-IF
    WRITE LINHA-DOCUMENTO
    IF REQ-CERT-CONTEUDOS
        MOVE SPACES TO LINHA-DOCUMENTO
        STRING "    Docente responsavel: " DELIMITED BY SIZE
               GRQ-LC-DOCENTE (GRQ-CX) DELIMITED BY SIZE
               INTO LINHA-DOCUMENTO
        WRITE LINHA-DOCUMENTO
    END-IF.

ESCREVER-DOCUMENTO-INTERNO.
*> texto interno de recurso, usado enquanto nao houver modelo
*> ativo do tipo em MODELOSCARTA.dat (gerir_modelos).
    EVALUATE TRUE
        WHEN REQ-DECL-MATRICULA
            MOVE "DECLARACAO DE MATRICULA" TO GRQ-TITULO
        WHEN REQ-DECL-NOTAS
            MOVE "DECLARACAO DE NOTAS" TO GRQ-TITULO
        WHEN OTHER
            MOVE "CERTIDAO DE CONTEUDOS DE CURSO" TO GRQ-TITULO
    END-EVALUATE
    MOVE ALL "=" TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    STRING "         " DELIMITED BY SIZE
           GRQ-TITULO DELIMITED BY SIZE
           INTO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE ALL "=" TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    EVALUATE TRUE
        WHEN REQ-DECL-MATRICULA
            STRING "Declara-se que " DELIMITED BY SIZE
                   GRQ-NOME-ALUNO DELIMITED BY SIZE
                   " (ID " DELIMITED BY SIZE
                   REQ-ID-ALUNO DELIMITED BY SIZE
                   ") esta matriculado no semestre " DELIMITED BY SIZE
                   REQ-SEMESTRE DELIMITED BY SIZE
                   INTO LINHA-DOCUMENTO
        WHEN REQ-DECL-NOTAS
            STRING "Declara-se que " DELIMITED BY SIZE
                   GRQ-NOME-ALUNO DELIMITED BY SIZE
                   " (ID " DELIMITED BY SIZE
                   REQ-ID-ALUNO DELIMITED BY SIZE
                   ") obteve ate " DELIMITED BY SIZE
                   REQ-SEMESTRE DELIMITED BY SIZE
                   " as classificacoes:" DELIMITED BY SIZE
                   INTO LINHA-DOCUMENTO
        WHEN OTHER
            STRING "Certifica-se que " DELIMITED BY SIZE
                   GRQ-NOME-ALUNO DELIMITED BY SIZE
                   " (ID " DELIMITED BY SIZE
                   REQ-ID-ALUNO DELIMITED BY SIZE
                   ") frequentou o curso:" DELIMITED BY SIZE
                   INTO LINHA-DOCUMENTO
    END-EVALUATE
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    PERFORM ESCREVER-LISTA-CURSOS-DOC
    MOVE SPACES TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    STRING "Documento n. " DELIMITED BY SIZE
           GRQ-NUM-DOCUMENTO DELIMITED BY SIZE
           "  (requerimento " DELIMITED BY SIZE
           REQ-NUMERO DELIMITED BY SIZE
           ")  emitido em " DELIMITED BY SIZE
           GRQ-DATA-HOJE DELIMITED BY SIZE
           INTO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE SPACES TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO
    MOVE "Os Servicos Academicos: ______________________________"
        TO LINHA-DOCUMENTO
    WRITE LINHA-DOCUMENTO.

REGISTAR-EMISSAO-DOC.
    MOVE ZERO TO EMISSOESDOC-TENTATIVAS
    MOVE "99" TO EMISSOESDOC-STATUS
    PERFORM UNTIL EMISSOESDOC-STATUS = "00"
        OR EMISSOESDOC-TENTATIVAS = 5
        OPEN I-O EMISSOES-DOC-FILE
        IF EMISSOESDOC-STATUS NOT = "00"
            ADD 1 TO EMISSOESDOC-TENTATIVAS
        END-IF
    END-PERFORM
    IF EMISSOESDOC-STATUS NOT = "00"
        DISPLAY "Aviso: emissao nao registada (EMISSOES-DOC-FILE"
            " status " EMISSOESDOC-STATUS ")."
    ELSE
        MOVE GRQ-NUM-DOCUMENTO TO EMD-NUMERO
        MOVE REQ-NUMERO TO EMD-NUM-REQUERIMENTO
        MOVE REQ-ID-ALUNO TO EMD-ID-ALUNO
        MOVE REQ-TIPO TO EMD-TIPO
        MOVE GRQ-DATA-HOJE TO EMD-DATA
        MOVE MRG-VERSAO-ATIVA TO EMD-VERSAO-MODELO
        MOVE SES-OPERADOR-ATUAL TO EMD-OPERADOR
        WRITE REGISTO-EMISSAO-DOC
            INVALID KEY
                DISPLAY "Erro: numero de documento duplicado "
                    GRQ-NUM-DOCUMENTO "."
        END-WRITE
        CLOSE EMISSOES-DOC-FILE
    END-IF.

ANULAR-REQUERIMENTO.
*> so requerimentos pendentes; a taxa cobrada e creditada.
    IF SES-NIVEL-ATUAL = 1
        DISPLAY "Sem permissao para anular requerimentos."
    ELSE
        DISPLAY "Numero do requerimento: " NO ADVANCING
        ACCEPT GRQ-NUMERO
        MOVE ZERO TO REQUERIMENTOS-TENTATIVAS
        MOVE "99" TO REQUERIMENTOS-STATUS
        PERFORM UNTIL REQUERIMENTOS-STATUS = "00"
            OR REQUERIMENTOS-TENTATIVAS = 5
            OPEN I-O REQUERIMENTOS-FILE
            IF REQUERIMENTOS-STATUS NOT = "00"
                ADD 1 TO REQUERIMENTOS-TENTATIVAS
            END-IF
        END-PERFORM
        IF REQUERIMENTOS-STATUS NOT = "00"
            DISPLAY "Erro ao abrir REQUERIMENTOS-FILE. Status: "
                REQUERIMENTOS-STATUS
        ELSE
            MOVE GRQ-NUMERO TO REQ-NUMERO
            READ REQUERIMENTOS-FILE KEY IS REQ-NUMERO
                INVALID KEY
                    DISPLAY "Requerimento nao encontrado."
                NOT INVALID KEY
                    IF NOT REQ-PENDENTE
                        DISPLAY "So se anulam requerimentos pendentes"
                            " (estado " REQ-ESTADO ")."
                    ELSE
                        MOVE "A" TO REQ-ESTADO
                        REWRITE REGISTO-REQUERIMENTO
                        IF REQ-TAXA > ZERO
                            MOVE "C" TO GRQ-MOV-TIPO
                            PERFORM LANCAR-TAXA-REQUERIMENTO
                        END-IF
                        DISPLAY "Requerimento anulado."
                    END-IF
            END-READ
            CLOSE REQUERIMENTOS-FILE
        END-IF
    END-IF.

RELATORIO-ATRASOS.
*> requerimentos pendentes cujo prazo de entrega ja passou.
    MOVE ZERO TO GRQ-TOTAL-ATRASADOS
    MOVE ZERO TO GRQ-TOTAL-LINHAS
    MOVE 'N' TO GRQ-FIM-FICHEIRO
    OPEN INPUT REQUERIMENTOS-FILE.
    IF REQUERIMENTOS-STATUS NOT = "00"
        DISPLAY "Erro ao abrir REQUERIMENTOS-FILE. Status: "
            REQUERIMENTOS-STATUS
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES TO GRQ-NOME-RELATORIO
        STRING "REQATRASO-"  DELIMITED BY SIZE
               GRQ-DATA-HOJE DELIMITED BY SIZE
               ".dat"        DELIMITED BY SIZE
               INTO GRQ-NOME-RELATORIO
        OPEN OUTPUT ATRASOS-FILE
        MOVE ALL "=" TO LINHA-ATRASOS
        PERFORM ESCREVER-LINHA-ATRASOS
        MOVE SPACES TO LINHA-ATRASOS
        STRING "REQUERIMENTOS EM ATRASO - " DELIMITED BY SIZE
               GRQ-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-ATRASOS
        PERFORM ESCREVER-LINHA-ATRASOS
        MOVE ALL "=" TO LINHA-ATRASOS
        PERFORM ESCREVER-LINHA-ATRASOS
        PERFORM UNTIL GRQ-FIM-FICHEIRO = 'Y'
            READ REQUERIMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GRQ-FIM-FICHEIRO
                NOT AT END
                    IF REQ-PENDENTE
                        AND REQ-DATA-LIMITE < GRQ-DATA-HOJE
                        PERFORM ESCREVER-LINHA-ATRASADO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUERIMENTOS-FILE
        MOVE ALL "-" TO LINHA-ATRASOS
        PERFORM ESCREVER-LINHA-ATRASOS
        MOVE SPACES TO LINHA-ATRASOS
        STRING "Requerimentos em atraso: " DELIMITED BY SIZE
               GRQ-TOTAL-ATRASADOS DELIMITED BY SIZE
               INTO LINHA-ATRASOS
        PERFORM ESCREVER-LINHA-ATRASOS
        CLOSE ATRASOS-FILE
        MOVE "gerir_requerimentos" TO SPR-PROGRAMA
        MOVE "ATRASOS" TO SPR-PARAMETROS
        MOVE GRQ-NOME-RELATORIO TO SPR-FICHEIRO
        MOVE GRQ-TOTAL-LINHAS TO SPR-LINHAS
        MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
        PERFORM REGISTAR-NO-SPOOL
        DISPLAY "Relatorio de atrasos gravado em " GRQ-NOME-RELATORIO
        IF GRQ-TOTAL-ATRASADOS > ZERO
            MOVE 2 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

ESCREVER-LINHA-ATRASADO.
    ADD 1 TO GRQ-TOTAL-ATRASADOS
    COMPUTE GRQ-DIAS-ATRASO =
        FUNCTION INTEGER-OF-DATE (GRQ-DATA-HOJE)
        - FUNCTION INTEGER-OF-DATE (REQ-DATA-LIMITE)
    MOVE SPACES TO LINHA-ATRASOS
    STRING REQ-NUMERO DELIMITED BY SIZE
           "  aluno " DELIMITED BY SIZE
           REQ-ID-ALUNO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           REQ-TIPO DELIMITED BY SIZE
           "  pedido " DELIMITED BY SIZE
           REQ-DATA-PEDIDO DELIMITED BY SIZE
           "  prazo " DELIMITED BY SIZE
           REQ-DATA-LIMITE DELIMITED BY SIZE
           "  dias de atraso " DELIMITED BY SIZE
           GRQ-DIAS-ATRASO DELIMITED BY SIZE
           INTO LINHA-ATRASOS
    PERFORM ESCREVER-LINHA-ATRASOS.

ESCREVER-LINHA-ATRASOS.
    WRITE LINHA-ATRASOS
    DISPLAY LINHA-ATRASOS
    ADD 1 TO GRQ-TOTAL-LINHAS.

COPY "pmerge.cbl".

COPY "phomolog.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
