   COPY "slseqcontrol.cbl".
   COPY "sljournal.cbl".
   COPY "slhorario.cbl".
   COPY "sllimcred.cbl".
   COPY "slsobrecarga.cbl".
   COPY "slcartao.cbl".

   SELECT ALUNOS-CSV-FILE
       ASSIGN TO "ALUNOS.csv"
   COPY "fdseqcontrol.cbl".
   COPY "fdjournal.cbl".
   COPY "fdhorario.cbl".
   COPY "fdlimcred.cbl".
   COPY "fdsobrecarga.cbl".
   COPY "fdcartao.cbl".

   FD ALUNOS-CSV-FILE.
   01 LINHA-CSV-ALUNO          PIC X(100).
  COPY "wsseqcontrol.cbl".
  COPY "wsjournal.cbl".
  COPY "wshorario.cbl".
  COPY "wslimcred.cbl".
  COPY "wssobrecarga.cbl".
  COPY "wscartao.cbl".
  COPY "wsnif.cbl".
  COPY "wsiban.cbl".
    77 OPCAO-MENU              PIC 99.
    77 FIM-PROGRAMA            PIC 9.
    77 SAIDA-INSERIR           PIC 9.
    77 DOC-ENCONTROU           PIC X VALUE 'N'.
    77 MAIN-DOC-ID             PIC 9(4).
    77 MAIN-DOC-NOME           PIC X(30).
    77 MAIN-DOC-IBAN           PIC X(25).
    77 MAIN-DOC-IBAN-OK        PIC X VALUE 'N'.
    77 MAIN-CURSO-DOCENTE-ID   PIC 9(4) VALUE ZERO.

    77 CTA-GRAVOU              PIC X VALUE 'N'.
    77 CTA-JA-EXISTE           PIC X VALUE 'N'.
    77 CTA-NIF-OK              PIC X VALUE 'N'.
    77 CTA-IBAN-OK             PIC X VALUE 'N'.
    77 CTA-ENCONTROU           PIC X VALUE 'N'.

    77 EST-GRAVOU              PIC X VALUE 'N'.
COPY "rvcontactoaluno.cbl".
COPY "rvalunomaster.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvlimcred.cbl".
COPY "rvsobrecarga.cbl".
COPY "rvcartao.cbl".
    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
        DISPLAY "Sem sessao de operador. Inicie a sessao em"
                    NOT AT END
                        DISPLAY "ID: " DOC-ID "  Nome: " DOC-NOME
                            "  Estado: " DOC-ESTADO
                            "  IBAN: " DOC-IBAN
                        ADD 1 TO DOC-TOTAL-LISTADOS
                END-READ
            END-PERFORM
    ELSE
        DISPLAY "Introduza o nome do docente: " NO ADVANCING
        ACCEPT MAIN-DOC-NOME
        MOVE SPACES TO MAIN-DOC-IBAN
        PERFORM PEDIR-IBAN-DOCENTE
        MOVE ZERO TO DOCENTES-TENTATIVAS
        PERFORM UNTIL DOCENTES-STATUS = "00" OR DOCENTES-TENTATIVAS = 5
            OPEN I-O DOCENTES-FILE
            MOVE MAIN-DOC-ID   TO DOC-ID
            MOVE MAIN-DOC-NOME TO DOC-NOME
            MOVE "A" TO DOC-ESTADO
            MOVE MAIN-DOC-IBAN TO DOC-IBAN
            WRITE REGISTO-DOCENTE
                INVALID KEY
                    DISPLAY "Ja existe um docente com este ID."
                IF DOC-ESTADO NOT = "A" AND DOC-ESTADO NOT = "I"
                    MOVE "A" TO DOC-ESTADO
                END-IF
                DISPLAY "IBAN atual: " DOC-IBAN
                MOVE DOC-IBAN TO MAIN-DOC-IBAN
                PERFORM PEDIR-IBAN-DOCENTE
                MOVE MAIN-DOC-IBAN TO DOC-IBAN
                REWRITE REGISTO-DOCENTE
                MOVE 'S' TO DOC-GRAVOU
                DISPLAY "Docente alterado com sucesso."
    DISPLAY "Prima qualquer tecla para continuar..."
    ACCEPT OMITTED.

PEDIR-IBAN-DOCENTE.
*> conta do proprio docente para o reembolso de despesas de
*> deslocacao na corrida de pagamentos.
    MOVE 'N' TO MAIN-DOC-IBAN-OK
    PERFORM UNTIL MAIN-DOC-IBAN-OK = 'S'
        DISPLAY "IBAN do docente (ENTER = mantem): " NO ADVANCING
        MOVE SPACES TO IBAN-VALIDAR
        ACCEPT IBAN-VALIDAR
        IF IBAN-VALIDAR = SPACES
            MOVE 'S' TO MAIN-DOC-IBAN-OK
        ELSE
            PERFORM VALIDAR-IBAN
            IF IBAN-VALIDO
                MOVE IBAN-COMPACTO TO MAIN-DOC-IBAN
                MOVE 'S' TO MAIN-DOC-IBAN-OK
            ELSE
                DISPLAY "IBAN invalido (pais, digitos de controlo"
                    " modulo 97)."
            END-IF
        END-IF
    END-PERFORM.

GARANTIR-CONTACTOS-FILE.
    OPEN INPUT CONTACTOS-ALUNO-FILE.
        IF CONTACTOSALUNO-STATUS = "35"
            ACCEPT CTA-EMERGENCIA-TEL
            DISPLAY "Banco (para reembolsos): " NO ADVANCING
            ACCEPT CTA-BANCO
            MOVE 'N' TO CTA-IBAN-OK
            PERFORM UNTIL CTA-IBAN-OK = 'S'
                DISPLAY "IBAN (para reembolsos; ENTER = sem IBAN): "
                    NO ADVANCING
                ACCEPT CTA-IBAN
                MOVE CTA-IBAN TO IBAN-VALIDAR
                PERFORM VERIFICAR-IBAN-CONTACTO
            END-PERFORM
            DISPLAY "Mandato de debito direto (N - sem mandato,"
                " A - ativo, C - cancelado): " NO ADVANCING
            ACCEPT CTA-DD-ESTADO
            ELSE
                MOVE ZERO TO CTA-DD-DATA-ASSIN
            END-IF
            MOVE 'N' TO CTA-NIF-OK
            PERFORM UNTIL CTA-NIF-OK = 'S'
                DISPLAY "NIF do aluno (ENTER = sem NIF): " NO ADVANCING
                ACCEPT CTA-NIF
                MOVE CTA-NIF TO NIF-VALIDAR
                PERFORM VERIFICAR-NIF-CONTACTO
            END-PERFORM
            MOVE 'N' TO CTA-NIF-OK
            PERFORM UNTIL CTA-NIF-OK = 'S'
                DISPLAY "NIF de quem paga as propinas, se diferente"
                    " (ENTER = o do aluno): " NO ADVANCING
                ACCEPT CTA-NIF-PAGADOR
                MOVE CTA-NIF-PAGADOR TO NIF-VALIDAR
                PERFORM VERIFICAR-NIF-CONTACTO
            END-PERFORM
            IF CTA-JA-EXISTE = 'S'
                REWRITE REGISTO-CONTACTO-ALUNO
                DISPLAY "Contactos atualizados com sucesso."
    DISPLAY "Prima qualquer tecla para continuar..."
    ACCEPT OMITTED.

VERIFICAR-NIF-CONTACTO.
    IF NIF-VALIDAR = SPACES
        MOVE 'S' TO CTA-NIF-OK
    ELSE
        PERFORM VALIDAR-NIF
        IF NIF-VALIDO
            MOVE 'S' TO CTA-NIF-OK
        ELSE
            DISPLAY "NIF invalido (9 digitos com controlo)."
        END-IF
    END-IF.

VERIFICAR-IBAN-CONTACTO.
    IF IBAN-VALIDAR = SPACES
        MOVE 'S' TO CTA-IBAN-OK
    ELSE
        PERFORM VALIDAR-IBAN
        IF IBAN-VALIDO
            MOVE IBAN-COMPACTO TO CTA-IBAN
            MOVE 'S' TO CTA-IBAN-OK
        ELSE
            DISPLAY "IBAN invalido (pais, digitos de controlo"
                " modulo 97)."
        END-IF
    END-IF.

CONSULTAR-CONTACTOS-ALUNO.
    PERFORM GARANTIR-CONTACTOS-FILE
    MOVE 'N' TO CTA-ENCONTROU
    DISPLAY "Banco: " CTA-BANCO "  IBAN: " CTA-IBAN
    DISPLAY "Mandato DD: " CTA-DD-ESTADO
        "  assinado " CTA-DD-DATA-ASSIN
    DISPLAY "NIF: " CTA-NIF "  NIF do pagador: " CTA-NIF-PAGADOR
    DISPLAY "-------------------------------".

VALIDAR-ESTADO-MASTER.
                        MOVE "ESTADO" TO AUDIT-OPERACAO-ATUAL
                        PERFORM REGISTAR-AUDIT-ALUNO
                        DISPLAY "Estado alterado com sucesso."
*> quem passa a suspenso, desistente, graduado ou transferido
*> deixa de ter cartao valido: a seguranca recebe a lista em
*> extrair_cartoes.
                        IF EST-NOVO-ESTADO = "S" OR EST-NOVO-ESTADO = "D"
                            OR EST-NOVO-ESTADO = "G"
                            OR EST-NOVO-ESTADO = "T"
                            MOVE MAIN-MAT-ID-ALUNO TO CRT-CANCELAR-ID
                            MOVE EST-DATA TO CRT-CANCELAR-DATA
                            PERFORM CANCELAR-CARTOES-ALUNO
                            IF CRT-CANCELADOS > ZERO
                                DISPLAY "Cartoes de estudante cancelados: "
                                    CRT-CANCELADOS
                            END-IF
                        END-IF
                    ELSE
                        DISPLAY "Operacao cancelada."
                    END-IF
                    IF CURSO-ATIVO
                        MOVE 'S' TO MAT-CURSO-EXISTE
                        MOVE CURSO-CAPACIDADE TO MAIN-MAT-CAPACIDADE
                        MOVE CURSO-CREDITOS TO CRD-CREDITOS-NOVO
                    ELSE
                        DISPLAY "Curso inativo, nao aceita matriculas."
                    END-IF
        ACCEPT MAIN-MAT-SEMESTRE
        MOVE MAIN-MAT-SEMESTRE TO MAIN-SEM-CODIGO
        PERFORM VALIDAR-SEMESTRE-ABERTO
        IF SEM-VALIDO = 'S'
            MOVE MAIN-MAT-ID-ALUNO TO CRD-ID-ALUNO
            MOVE MAIN-MAT-CURSO-CODE TO CRD-CURSO-CODE
            MOVE MAIN-MAT-SEMESTRE TO CRD-SEMESTRE
            PERFORM VERIFICAR-LIMITE-CREDITOS
            IF CREDITOS-EXCEDIDOS
                MOVE 'N' TO SEM-VALIDO
                DISPLAY "Limite de creditos do semestre excedido: "
                    CRD-TOTAL " ja matriculados + " CRD-CREDITOS-NOVO
                    " pedidos, limite " CRD-LIMITE " + " CRD-EXTRA
                    " autorizados."
                DISPLAY "Registe uma autorizacao de sobrecarga em"
                    " gerir_sobrecarga. Matricula nao efetuada."
            END-IF
        END-IF
        IF SEM-VALIDO = 'S'
            PERFORM VERIFICAR-CHOQUE-HORARIO
            IF HORC-CHOQUE = 'S'
    DISPLAY "Prima qualquer tecla para continuar..."
    ACCEPT OMITTED.

COPY "pcreditos.cbl".

COPY "pcartao.cbl".

COPY "pnif.cbl".
COPY "piban.cbl".

COPY "psessao.cbl".
