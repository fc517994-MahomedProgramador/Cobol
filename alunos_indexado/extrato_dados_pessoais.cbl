*>          (DADOS-PESSOAIS-<id>.dat) tudo o que o sistema guarda
*>          sobre o aluno: ficheiro de alunos, registo mestre,
*>          contactos, notas atuais e arquivadas, propinas e
*>          movimentos, recibos, certificados, registo de
*>          diplomados, coberturas do seguro escolar e sinistros,
*>          alojamentos nas residencias e as entradas do ficheiro
*>          de auditoria. A consulta fica registada na auditoria.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slpropmov.cbl".
     COPY "slrecibo.cbl".
     COPY "slcertreg.cbl".
     COPY "slalumni.cbl".
     COPY "slseguro.cbl".
     COPY "slsinistro.cbl".
     COPY "slalojamento.cbl".
     COPY "slauditaluno.cbl".
     COPY "slsessao.cbl".

  COPY "fdpropmov.cbl".
  COPY "fdrecibo.cbl".
  COPY "fdcertreg.cbl".
  COPY "fdalumni.cbl".
  COPY "fdseguro.cbl".
  COPY "fdsinistro.cbl".
  COPY "fdalojamento.cbl".
  COPY "fdauditaluno.cbl".
  COPY "fdsessao.cbl".

  COPY "wspropmov.cbl".
  COPY "wsrecibo.cbl".
  COPY "wscertreg.cbl".
  COPY "wsalumni.cbl".
  COPY "wsseguro.cbl".
  COPY "wssinistro.cbl".
  COPY "wsalojamento.cbl".
  COPY "wsauditaluno.cbl".
  COPY "wssessao.cbl".
    77 GDP-ID-ALUNO          PIC 9(5).
COPY "rvpropmov.cbl".
COPY "rvrecibo.cbl".
COPY "rvcertreg.cbl".
COPY "rvalumni.cbl".
COPY "rvseguro.cbl".
COPY "rvsinistro.cbl".
COPY "rvalojamento.cbl".
COPY "rvauditaluno.cbl".

    PERFORM LER-SESSAO
    PERFORM EXTRAIR-MOVIMENTOS
    PERFORM EXTRAIR-RECIBOS
    PERFORM EXTRAIR-CERTIFICADOS
    PERFORM EXTRAIR-DIPLOMADO
    PERFORM EXTRAIR-SEGUROS
    PERFORM EXTRAIR-SINISTROS
    PERFORM EXTRAIR-ALOJAMENTOS
    PERFORM EXTRAIR-AUDITORIA
    CLOSE EXTRATO-PESSOAL-FILE
    PERFORM REGISTAR-AUDIT-EXTRATO
                    TO LINHA-EXTRATO-PESSOAL
                WRITE LINHA-EXTRATO-PESSOAL
                ADD 1 TO GDP-TOTAL-LINHAS
                MOVE SPACES TO LINHA-EXTRATO-PESSOAL
                STRING "NIF: " DELIMITED BY SIZE
                       CTA-NIF DELIMITED BY SIZE
                       "  NIF do pagador: " DELIMITED BY SIZE
                       CTA-NIF-PAGADOR DELIMITED BY SIZE
                       INTO LINHA-EXTRATO-PESSOAL
                WRITE LINHA-EXTRATO-PESSOAL
                ADD 1 TO GDP-TOTAL-LINHAS
        END-READ
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF.
        CLOSE CERTREG-FILE
    END-IF.

EXTRAIR-DIPLOMADO.
    PERFORM ESCREVER-SECCAO
    MOVE "REGISTO DE DIPLOMADOS:" TO LINHA-EXTRATO-PESSOAL
    WRITE LINHA-EXTRATO-PESSOAL
    OPEN INPUT ALUMNI-FILE.
    IF ALUMNI-STATUS = "00"
        MOVE GDP-ID-ALUNO TO ALU-ID-ALUNO
        READ ALUMNI-FILE KEY IS ALU-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE REGISTO-ALUMNI TO LINHA-EXTRATO-PESSOAL
                WRITE LINHA-EXTRATO-PESSOAL
                ADD 1 TO GDP-TOTAL-LINHAS
        END-READ
        CLOSE ALUMNI-FILE
    END-IF.

EXTRAIR-SEGUROS.
    PERFORM ESCREVER-SECCAO
    MOVE "SEGURO ESCOLAR:" TO LINHA-EXTRATO-PESSOAL
    WRITE LINHA-EXTRATO-PESSOAL
    MOVE 'N' TO GDP-FIM-FICHEIRO
    OPEN INPUT SEGUROS-FILE.
    IF SEGUROS-STATUS = "00"
        MOVE GDP-ID-ALUNO TO SEG-ID-ALUNO
        START SEGUROS-FILE KEY IS EQUAL TO SEG-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GDP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GDP-FIM-FICHEIRO = 'Y'
            READ SEGUROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDP-FIM-FICHEIRO
                NOT AT END
                    IF SEG-ID-ALUNO NOT = GDP-ID-ALUNO
                        MOVE 'Y' TO GDP-FIM-FICHEIRO
                    ELSE
                        MOVE REGISTO-SEGURO
                            TO LINHA-EXTRATO-PESSOAL
                        WRITE LINHA-EXTRATO-PESSOAL
                        ADD 1 TO GDP-TOTAL-LINHAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEGUROS-FILE
    END-IF.

EXTRAIR-SINISTROS.
    PERFORM ESCREVER-SECCAO
    MOVE "SINISTROS:" TO LINHA-EXTRATO-PESSOAL
    WRITE LINHA-EXTRATO-PESSOAL
    MOVE 'N' TO GDP-FIM-FICHEIRO
    OPEN INPUT SINISTROS-FILE.
    IF SINISTROS-STATUS = "00"
        MOVE GDP-ID-ALUNO TO SIN-ID-ALUNO
        START SINISTROS-FILE KEY IS EQUAL TO SIN-ID-ALUNO
            INVALID KEY
                MOVE 'Y' TO GDP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GDP-FIM-FICHEIRO = 'Y'
            READ SINISTROS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDP-FIM-FICHEIRO
                NOT AT END
                    IF SIN-ID-ALUNO NOT = GDP-ID-ALUNO
                        MOVE 'Y' TO GDP-FIM-FICHEIRO
                    ELSE
                        MOVE REGISTO-SINISTRO
                            TO LINHA-EXTRATO-PESSOAL
                        WRITE LINHA-EXTRATO-PESSOAL
                        ADD 1 TO GDP-TOTAL-LINHAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SINISTROS-FILE
    END-IF.

EXTRAIR-ALOJAMENTOS.
    PERFORM ESCREVER-SECCAO
    MOVE "ALOJAMENTOS NAS RESIDENCIAS:" TO LINHA-EXTRATO-PESSOAL
    WRITE LINHA-EXTRATO-PESSOAL
    MOVE 'N' TO GDP-FIM-FICHEIRO
    OPEN INPUT ALOJAMENTOS-FILE.
    IF ALOJAMENTOS-STATUS = "00"
        MOVE GDP-ID-ALUNO TO ALJ-ID-ALUNO
        MOVE ZERO TO ALJ-DATA-PEDIDO
        START ALOJAMENTOS-FILE KEY IS NOT LESS THAN ALJ-CHAVE
            INVALID KEY
                MOVE 'Y' TO GDP-FIM-FICHEIRO
        END-START
        PERFORM UNTIL GDP-FIM-FICHEIRO = 'Y'
            READ ALOJAMENTOS-FILE NEXT RECORD
                AT END MOVE 'Y' TO GDP-FIM-FICHEIRO
                NOT AT END
                    IF ALJ-ID-ALUNO NOT = GDP-ID-ALUNO
                        MOVE 'Y' TO GDP-FIM-FICHEIRO
                    ELSE
                        MOVE REGISTO-ALOJAMENTO
                            TO LINHA-EXTRATO-PESSOAL
                        WRITE LINHA-EXTRATO-PESSOAL
                        ADD 1 TO GDP-TOTAL-LINHAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALOJAMENTOS-FILE
    END-IF.

EXTRAIR-AUDITORIA.
    PERFORM ESCREVER-SECCAO
    MOVE "AUDITORIA:" TO LINHA-EXTRATO-PESSOAL
