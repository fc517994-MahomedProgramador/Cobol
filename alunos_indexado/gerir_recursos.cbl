*>          grava a alteracao no historico HISTNOTAS.dat com o
*>          motivo REV, de modo que o processo e o historico se
*>          referenciam mutuamente pela chave da nota e pela
*>          data da decisao. Inscreve tambem na epoca especial de
*>          exames (INSCESPECIAL.dat) os alunos com matricula ativa
*>          cujo estatuto especial aprovado e valido
*>          (gerir_estatutos) da esse direito; os restantes sao
*>          recusados e cada inscricao diz que estatuto aplicou.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slsessao.cbl".
     COPY "slestatuto.cbl".
     COPY "slinscespecial.cbl".
     COPY "slmatricula.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdsessao.cbl".
  COPY "fdestatuto.cbl".
  COPY "fdinscespecial.cbl".
  COPY "fdmatricula.cbl".

WORKING-STORAGE SECTION.
  COPY "wsrecurso.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wssessao.cbl".
  COPY "wsestatuto.cbl".
  COPY "wsinscespecial.cbl".
  COPY "wsmatricula.cbl".
    77 REC-OPCAO             PIC 9 VALUE ZERO.
    77 REC-SAIR              PIC X VALUE 'N'.
    77 REC-ID-ALUNO          PIC 9(5).
    77 REC-NOVA-NOTA         PIC 99V99.
    77 REC-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 REC-TOTAL-LISTADOS    PIC 9(3) VALUE ZERO.
    77 REC-MATRICULA-ATIVA   PIC X VALUE 'N'.

PROCEDURE DIVISION.
COPY "rvrecurso.cbl".
COPY "rvsemestre.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvestatuto.cbl".
COPY "rvinscespecial.cbl".
COPY "rvmatricula.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
    END-IF
    ACCEPT REC-DATA-HOJE FROM DATE YYYYMMDD
    PERFORM GARANTIR-RECURSOS
    PERFORM GARANTIR-INSC-ESPECIAL
    PERFORM UNTIL REC-SAIR = 'Y'
        PERFORM MENU-RECURSOS
    END-PERFORM.
    DISPLAY "1 - Abrir recurso"
    DISPLAY "2 - Decidir recurso"
    DISPLAY "3 - Listar recursos de aluno"
    DISPLAY "4 - Inscrever aluno na epoca especial"
    DISPLAY "5 - Listar inscritos na epoca especial"
    DISPLAY "0 - Sair"
    DISPLAY "Opcao: " NO ADVANCING
    ACCEPT REC-OPCAO
            PERFORM DECIDIR-RECURSO
        WHEN 3
            PERFORM LISTAR-RECURSOS-ALUNO
        WHEN 4
            PERFORM INSCREVER-EPOCA-ESPECIAL
        WHEN 5
            PERFORM LISTAR-EPOCA-ESPECIAL
        WHEN 0
            MOVE 'Y' TO REC-SAIR
        WHEN OTHER
            END-IF
        END-IF.

GARANTIR-INSC-ESPECIAL.
    OPEN INPUT INSC-ESPECIAL-FILE.
        IF INSCESPECIAL-STATUS = "35"
            OPEN OUTPUT INSC-ESPECIAL-FILE
            CLOSE INSC-ESPECIAL-FILE
        ELSE
            IF INSCESPECIAL-STATUS = "00"
                CLOSE INSC-ESPECIAL-FILE
            END-IF
        END-IF.

PEDIR-CHAVE-NOTA.
    DISPLAY "ID do aluno: " NO ADVANCING
    ACCEPT REC-ID-ALUNO
        DISPLAY "Total de recursos: " REC-TOTAL-LISTADOS
    END-IF.

INSCREVER-EPOCA-ESPECIAL.
*> a epoca especial e um direito de estatuto: sem estatuto
*> aprovado, valido hoje e com acesso a epoca especial no
*> semestre da matricula a inscricao e recusada.
    PERFORM PEDIR-CHAVE-NOTA
    PERFORM VALIDAR-MATRICULA-ATIVA
    IF REC-MATRICULA-ATIVA = 'N'
        DISPLAY "O aluno nao tem matricula ativa nesse curso e"
            " semestre."
    ELSE
        MOVE REC-ID-ALUNO TO DIR-ID-ALUNO
        MOVE REC-SEMESTRE TO DIR-SEMESTRE
        MOVE REC-DATA-HOJE TO DIR-DATA-REF
        PERFORM APURAR-DIREITOS-ESTATUTO
        IF NOT DIREITO-EPOCA-ESPECIAL
            DISPLAY "Sem estatuto aprovado e valido que de acesso"
                " a epoca especial. Inscricao recusada."
        ELSE
            PERFORM GRAVAR-INSC-ESPECIAL
        END-IF
    END-IF.

VALIDAR-MATRICULA-ATIVA.
    MOVE 'N' TO REC-MATRICULA-ATIVA
    OPEN INPUT MATRICULAS-FILE.
    IF MATRICULAS-STATUS = "00"
        MOVE REC-ID-ALUNO TO MAT-ID-ALUNO
        MOVE REC-CURSO-CODE TO MAT-CURSO-CODE
        MOVE REC-SEMESTRE TO MAT-SEMESTRE
        READ MATRICULAS-FILE KEY IS MAT-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MAT-ATIVA
                    MOVE 'S' TO REC-MATRICULA-ATIVA
                END-IF
        END-READ
        CLOSE MATRICULAS-FILE
    END-IF.

GRAVAR-INSC-ESPECIAL.
    MOVE ZERO TO INSCESPECIAL-TENTATIVAS
    MOVE "99" TO INSCESPECIAL-STATUS
    PERFORM UNTIL INSCESPECIAL-STATUS = "00"
        OR INSCESPECIAL-TENTATIVAS = 5
        OPEN I-O INSC-ESPECIAL-FILE
        IF INSCESPECIAL-STATUS NOT = "00"
            ADD 1 TO INSCESPECIAL-TENTATIVAS
        END-IF
    END-PERFORM
    IF INSCESPECIAL-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INSC-ESPECIAL-FILE. Status: "
            INSCESPECIAL-STATUS
    ELSE
        MOVE REC-ID-ALUNO TO IEE-ID-ALUNO
        MOVE REC-CURSO-CODE TO IEE-CURSO-CODE
        MOVE REC-SEMESTRE TO IEE-SEMESTRE
        MOVE REC-DATA-HOJE TO IEE-DATA
        MOVE DIR-TIPOS TO IEE-ESTATUTOS
        MOVE SES-OPERADOR-ATUAL TO IEE-OPERADOR
        WRITE REGISTO-INSC-ESPECIAL
            INVALID KEY
                DISPLAY "O aluno ja esta inscrito na epoca especial."
            NOT INVALID KEY
                DISPLAY "Inscrito na epoca especial ao abrigo do"
                    " estatuto " DIR-TIPOS
        END-WRITE
        CLOSE INSC-ESPECIAL-FILE
    END-IF.

LISTAR-EPOCA-ESPECIAL.
    DISPLAY "Codigo do curso: " NO ADVANCING
    ACCEPT REC-CURSO-CODE
    DISPLAY "Codigo do semestre: " NO ADVANCING
    ACCEPT REC-SEMESTRE
    MOVE ZERO TO REC-TOTAL-LISTADOS
    MOVE 'N' TO REC-FIM-FICHEIRO
    OPEN INPUT INSC-ESPECIAL-FILE.
    IF INSCESPECIAL-STATUS NOT = "00"
        DISPLAY "Erro ao abrir INSC-ESPECIAL-FILE. Status: "
            INSCESPECIAL-STATUS
    ELSE
        MOVE REC-CURSO-CODE TO IEE-CURSO-CODE
        MOVE REC-SEMESTRE TO IEE-SEMESTRE
        START INSC-ESPECIAL-FILE KEY IS NOT LESS THAN IEE-CURSO-SEM
            INVALID KEY
                MOVE 'Y' TO REC-FIM-FICHEIRO
        END-START
        PERFORM UNTIL REC-FIM-FICHEIRO = 'Y'
            READ INSC-ESPECIAL-FILE NEXT RECORD
                AT END MOVE 'Y' TO REC-FIM-FICHEIRO
                NOT AT END
                    IF IEE-CURSO-CODE NOT = REC-CURSO-CODE
                        OR IEE-SEMESTRE NOT = REC-SEMESTRE
                        MOVE 'Y' TO REC-FIM-FICHEIRO
                    ELSE
                        DISPLAY "Aluno " IEE-ID-ALUNO "  inscrito "
                            IEE-DATA "  estatuto " IEE-ESTATUTOS
                            "  por " IEE-OPERADOR
                        ADD 1 TO REC-TOTAL-LISTADOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INSC-ESPECIAL-FILE
        DISPLAY "Total de inscritos: " REC-TOTAL-LISTADOS
    END-IF.

COPY "pestatuto.cbl".

COPY "psessao.cbl".
