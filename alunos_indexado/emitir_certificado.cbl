*>          minimo), gera o documento formatado num ficheiro de
*>          impressao com um numero de verificacao unico e regista
*>          cada emissao em CERTREG.dat, permitindo verificar um
*>          numero ou reimprimir um certificado ja emitido. Os
*>          suplementos ao diploma (emitir_suplemento) partilham o
*>          registo e a numeracao e verificam-se aqui tambem.
*>          Um aluno com equipamento emprestado por devolver
*>          (EMPRESTIMOS.dat) nao pode receber o certificado.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slauditaluno.cbl".
     COPY "slequivaluno.cbl".
     COPY "slmodelo.cbl".
     COPY "slemprestimo.cbl".

     SELECT CERTIFICADO-FILE
         ASSIGN TO CERT-NOME-FICHEIRO
  COPY "fdauditaluno.cbl".
  COPY "fdequivaluno.cbl".
  COPY "fdmodelo.cbl".
  COPY "fdemprestimo.cbl".

  FD CERTIFICADO-FILE.
  01 LINHA-CERTIFICADO       PIC X(100).
  COPY "wsauditaluno.cbl".
  COPY "wsequivaluno.cbl".
  COPY "wsmodelo.cbl".
  COPY "wsemprestimo.cbl".
  COPY "wsmerge.cbl".
    77 CERT-OPCAO            PIC 9.
    77 CERT-NOME-FICHEIRO    PIC X(40).
COPY "rvauditaluno.cbl".
COPY "rvequivaluno.cbl".
COPY "rvmodelo.cbl".
COPY "rvemprestimo.cbl".

    PERFORM LER-SESSAO
    PERFORM MENU-CERTIFICADOS.
    IF EMIT-ALUNO-OK = 'S' AND EMIT-BLOQUEIO-OK = 'N'
        MOVE 'N' TO EMIT-ALUNO-OK
    END-IF
*> o equipamento emprestado tem de ser devolvido ou cobrado antes
*> da emissao; este bloqueio nao admite autorizacao.
    IF EMIT-ALUNO-OK = 'S'
        MOVE EMIT-ID-ALUNO TO EMP-VERIFICAR-ID
        PERFORM VERIFICAR-EMPRESTIMO-ABERTO
        IF ALUNO-COM-EMPRESTIMO
            DISPLAY "O aluno tem o equipamento " EMP-ATV-ABERTO
                " emprestado por devolver. Certificado recusado."
            MOVE 'N' TO EMIT-ALUNO-OK
        END-IF
    END-IF
    IF EMIT-ALUNO-OK = 'S'
        PERFORM VERIFICAR-CONCLUSAO
        IF EMIT-TEM-REPROVACAO = 'S'
        MOVE EMIT-CRED-OBTIDOS TO CERT-CREDITOS
        MOVE EMIT-MEDIA-FINAL  TO CERT-MEDIA
        MOVE ZERO              TO CERT-REIMPRESSOES
        MOVE "C"               TO CERT-TIPO
        WRITE REGISTO-CERTIFICADO
            INVALID KEY
                DISPLAY "Erro: numero de certificado duplicado."
                DISPLAY "O certificado apresentado pode ser falso."
            NOT INVALID KEY
                MOVE 'S' TO VERIF-ENCONTROU
                IF CERT-SUPLEMENTO
                    DISPLAY "Suplemento ao diploma autentico:"
                ELSE
                    DISPLAY "Certificado autentico:"
                END-IF
                DISPLAY "  Aluno: " CERT-ID-ALUNO " - " CERT-NOME-ALUNO
                DISPLAY "  Emitido em: " CERT-DATA-EMISSAO
                DISPLAY "  Creditos: " CERT-CREDITOS
            INVALID KEY
                DISPLAY "Certificado nao encontrado no registo."
            NOT INVALID KEY
                IF CERT-SUPLEMENTO
                    DISPLAY "O numero e de um suplemento ao diploma;"
                        " reimprima-o em emitir_suplemento."
                ELSE
                    MOVE 'S' TO VERIF-ENCONTROU
                    ADD 1 TO CERT-REIMPRESSOES
                    REWRITE REGISTO-CERTIFICADO
                END-IF
        END-READ
        CLOSE CERTREG-FILE
        IF VERIF-ENCONTROU = 'S'
COPY "psessao.cbl".

COPY "pmerge.cbl".

COPY "pemprestimo.cbl".
