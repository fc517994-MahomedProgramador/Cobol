*>          e ativo e cuja data de estado passou do periodo de
*>          retencao configuravel (5 anos por omissao): o nome e
*>          substituido por ANONIMIZADO no ficheiro de alunos, no
*>          master, no registo de certificados e no registo de
*>          diplomados (onde se apagam tambem empregador e
*>          setor) e nas coberturas do seguro escolar, a data de
*>          nascimento e apagada, a descricao e o local dos
*>          sinistros sao limpos e os contactos sao apagados. Os registos
*>          estatisticos (notas, resumos, propinas, situacao
*>          profissional) mantem-se chaveados apenas pelo ID
*>          para que tendencia_aprovacao e as coortes continuem a
*>          bater certo. O apagamento fica registado na
*>          auditoria.
     COPY "slalunomaster.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slcertreg.cbl".
     COPY "slalumni.cbl".
     COPY "slseguro.cbl".
     COPY "slsinistro.cbl".
     COPY "slauditaluno.cbl".
     COPY "slsessao.cbl".

  COPY "fdalunomaster.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdcertreg.cbl".
  COPY "fdalumni.cbl".
  COPY "fdseguro.cbl".
  COPY "fdsinistro.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdsessao.cbl".

  COPY "wsalunomaster.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wscertreg.cbl".
  COPY "wsalumni.cbl".
  COPY "wsseguro.cbl".
  COPY "wssinistro.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wssessao.cbl".
    77 ANO-ID-ALUNO          PIC 9(5).
COPY "rvalunomaster.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvcertreg.cbl".
COPY "rvalumni.cbl".
COPY "rvseguro.cbl".
COPY "rvsinistro.cbl".
COPY "rvauditaluno.cbl".

    PERFORM LER-SESSAO
            PERFORM ANONIMIZAR-MASTER
            PERFORM APAGAR-CONTACTOS
            PERFORM ANONIMIZAR-CERTIFICADOS
            PERFORM ANONIMIZAR-DIPLOMADO
            PERFORM ANONIMIZAR-SEGUROS
            PERFORM ANONIMIZAR-SINISTROS
            PERFORM REGISTAR-AUDIT-ANONIMIZACAO
            DISPLAY "Aluno " ANO-ID-ALUNO " anonimizado. Os"
                " registos estatisticos mantem-se pelo ID."
                CONTINUE
            NOT INVALID KEY
                MOVE ANO-NOME-ANONIMO TO MASTER-NOME-ALUNO
                MOVE ZERO TO MASTER-DATA-NASCIMENTO
                MOVE "RGPD" TO MASTER-ESTADO-MOTIVO
                REWRITE REGISTO-ALUNO-MASTER
        END-READ
        CLOSE CERTREG-FILE
    END-IF.

ANONIMIZAR-DIPLOMADO.
    MOVE ZERO TO ALUMNI-TENTATIVAS
    MOVE "99" TO ALUMNI-STATUS
    PERFORM UNTIL ALUMNI-STATUS = "00" OR ALUMNI-TENTATIVAS = 5
        OPEN I-O ALUMNI-FILE
        IF ALUMNI-STATUS NOT = "00"
            ADD 1 TO ALUMNI-TENTATIVAS
        END-IF
    END-PERFORM
    IF ALUMNI-STATUS = "00"
        MOVE ANO-ID-ALUNO TO ALU-ID-ALUNO
        READ ALUMNI-FILE KEY IS ALU-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ANO-NOME-ANONIMO TO ALU-NOME
                MOVE SPACES TO ALU-EMPREGADOR
                MOVE SPACES TO ALU-SETOR
                REWRITE REGISTO-ALUMNI
        END-READ
        CLOSE ALUMNI-FILE
    END-IF.

ANONIMIZAR-SEGUROS.
    MOVE 'N' TO ANO-FIM-FICHEIRO
    MOVE ZERO TO SEGUROS-TENTATIVAS
    MOVE "99" TO SEGUROS-STATUS
    PERFORM UNTIL SEGUROS-STATUS = "00" OR SEGUROS-TENTATIVAS = 5
        OPEN I-O SEGUROS-FILE
        IF SEGUROS-STATUS NOT = "00"
            ADD 1 TO SEGUROS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SEGUROS-STATUS = "00"
        MOVE ANO-ID-ALUNO TO SEG-ID-ALUNO
        START SEGUROS-FILE KEY IS EQUAL TO SEG-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO ANO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ANO-FIM-FICHEIRO = 'Y'
            READ SEGUROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ANO-FIM-FICHEIRO
                NOT AT END
                    IF SEG-ID-ALUNO NOT = ANO-ID-ALUNO
                        MOVE 'Y' TO ANO-FIM-FICHEIRO
                    ELSE
                        MOVE ANO-NOME-ANONIMO TO SEG-NOME
                        MOVE ZERO TO SEG-DATA-NASCIMENTO
                        REWRITE REGISTO-SEGURO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEGUROS-FILE
    END-IF.

ANONIMIZAR-SINISTROS.
    MOVE 'N' TO ANO-FIM-FICHEIRO
    MOVE ZERO TO SINISTROS-TENTATIVAS
    MOVE "99" TO SINISTROS-STATUS
    PERFORM UNTIL SINISTROS-STATUS = "00" OR SINISTROS-TENTATIVAS = 5
        OPEN I-O SINISTROS-FILE
        IF SINISTROS-STATUS NOT = "00"
            ADD 1 TO SINISTROS-TENTATIVAS
        END-IF
    END-PERFORM
    IF SINISTROS-STATUS = "00"
        MOVE ANO-ID-ALUNO TO SIN-ID-ALUNO
        START SINISTROS-FILE KEY IS EQUAL TO SIN-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO ANO-FIM-FICHEIRO
        END-START
        PERFORM UNTIL ANO-FIM-FICHEIRO = 'Y'
            READ SINISTROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ANO-FIM-FICHEIRO
                NOT AT END
                    IF SIN-ID-ALUNO NOT = ANO-ID-ALUNO
                        MOVE 'Y' TO ANO-FIM-FICHEIRO
                    ELSE
                        MOVE SPACES TO SIN-LOCAL
                        MOVE SPACES TO SIN-DESCRICAO
                        REWRITE REGISTO-SINISTRO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SINISTROS-FILE
    END-IF.

REGISTAR-AUDIT-ANONIMIZACAO.
    MOVE ZERO TO AUDITALUNO-TENTATIVAS
    PERFORM UNTIL AUDITALUNO-STATUS = "00"
