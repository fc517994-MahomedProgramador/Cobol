*>          CARTA-<id>-<semestre>.dat prontos a imprimir: cursos
*>          aprovados, cursos reprovados, media do semestre e um
*>          corpo diferente consoante o aluno tenha ficado
*>          aprovado a tudo ou tenha cursos reprovados. So entram
*>          nas cartas as notas de pautas homologadas
*>          (homologar_pauta); as restantes sao omitidas e
*>          contadas no fim. Cada carta entra tambem na caixa
*>          de saida de notificacoes (NOTIFICACOES.dat) com a
*>          carta em anexo, por correio ou SMS conforme a ficha de
*>          contactos do aluno, ou para a lista de papel quando
*>          nao ha contacto valido; a expedicao e feita por
*>          expedir_notificacoes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slalunomaster.cbl".
     COPY "slcurso.cbl".
     COPY "slmodelo.cbl".
     COPY "slhomolog.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slnotificacao.cbl".

     SELECT CARTA-FILE
         ASSIGN TO CARTA-NOME-FICHEIRO
  COPY "fdalunomaster.cbl".
  COPY "fdcurso.cbl".
  COPY "fdmodelo.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdnotificacao.cbl".

  FD CARTA-FILE.
  01 LINHA-CARTA             PIC X(100).
  COPY "wsalunomaster.cbl".
  COPY "wscurso.cbl".
  COPY "wsmodelo.cbl".
  COPY "wshomolog.cbl".
  COPY "wsmerge.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
    77 CARTA-SEMESTRE        PIC X(6).
    77 CARTA-MODELOS-ABERTO  PIC X VALUE 'N'.
    77 CARTA-FIM-MODELO      PIC X VALUE 'N'.
    77 CARTA-TOTAL-APROV     PIC 9(2) VALUE ZERO.
    77 CARTA-TOTAL-REPROV    PIC 9(2) VALUE ZERO.
    77 CARTA-TOTAL-CARTAS    PIC 9(5) VALUE ZERO.
    77 CARTA-PROVISORIAS     PIC 9(5) VALUE ZERO.
    77 CARTA-IDX             PIC 9(2).
    77 CARTA-NOME-ALUNO      PIC X(30).
    77 CARTA-DATA            PIC 9(8).
    77 CARTA-NOTIF-NOVAS     PIC 9(5) VALUE ZERO.
    77 CARTA-NOTIF-PAPEL     PIC 9(5) VALUE ZERO.

    01 CARTA-APROVADOS-TAB.
       05 CARTA-APROV-ENTRADA OCCURS 20 TIMES.
COPY "rvalunomaster.cbl".
COPY "rvcurso.cbl".
COPY "rvmodelo.cbl".
COPY "rvhomolog.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvnotificacao.cbl".

    PERFORM GERAR-CARTAS.
GOBACK.
        IF MODELOSCARTA-STATUS = "00"
            MOVE 'S' TO CARTA-MODELOS-ABERTO
        END-IF
        OPEN INPUT CONTACTOS-ALUNO-FILE
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'S' TO NTR-CONTACTOS-ABERTO
        END-IF
        PERFORM UNTIL CARTA-FIM-FICHEIRO = 'Y'
            READ NOTAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO CARTA-FIM-FICHEIRO
                NOT AT END
                    IF NOTA-SEMESTRE = CARTA-SEMESTRE
                        MOVE NOTA-CURSO-CODE TO HML-CURSO-CODE
                        MOVE NOTA-SEMESTRE TO HML-SEMESTRE
                        PERFORM VERIFICAR-HOMOLOGACAO
                        IF PAUTA-HOMOLOGADA
                            PERFORM ACUMULAR-CARTA-ALUNO
                        ELSE
                            ADD 1 TO CARTA-PROVISORIAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF CARTA-TEM-ALUNO = 'S'
            PERFORM ESCREVER-CARTA-ALUNO
        END-IF
        IF NTR-CONTACTOS-ABERTO = 'S'
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        IF CARTA-MODELOS-ABERTO = 'S'
            CLOSE MODELOS-CARTA-FILE
        END-IF
        CLOSE NOTAS-FILE
        DISPLAY "==============================="
        DISPLAY "Cartas geradas: " CARTA-TOTAL-CARTAS
        DISPLAY "Notificacoes em fila: " CARTA-NOTIF-NOVAS
        IF CARTA-NOTIF-PAPEL > ZERO
            DISPLAY "Sem contacto valido (lista de papel): "
                CARTA-NOTIF-PAPEL
        END-IF
        IF CARTA-PROVISORIAS > ZERO
            DISPLAY "Notas omitidas (pauta nao homologada): "
                CARTA-PROVISORIAS
        END-IF
        DISPLAY "==============================="
        IF CARTA-TOTAL-CARTAS = ZERO
            MOVE 1 TO RETURN-CODE
        PERFORM ESCREVER-CARTA-INTERNA
    END-IF
    CLOSE CARTA-FILE
    ADD 1 TO CARTA-TOTAL-CARTAS
    PERFORM ENFILEIRAR-CARTA-ALUNO.

ENFILEIRAR-CARTA-ALUNO.
*> a notificacao leva o mesmo modelo da carta e os campos de
*> fusao do aluno; a lista de cursos segue na carta em anexo. Uma
*> segunda corrida do mesmo semestre nao repete a mensagem.
    MOVE "A" TO NTR-TIPO-DEST
    MOVE CARTA-ALUNO-ATUAL TO NTR-ID-DEST
    IF CARTA-TOTAL-REPROV = ZERO
        MOVE "CARTAOK" TO NTR-MODELO
    ELSE
        MOVE "CARTANOK" TO NTR-MODELO
    END-IF
    MOVE CARTA-SEMESTRE TO NTR-REFERENCIA
    MOVE "cartas_resultados" TO NTR-PROGRAMA
    MOVE 2 TO NTR-PRIORIDADE
    PERFORM RESOLVER-CONTACTO-ALUNO
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&NOME" TO NTR-FUS-TOKEN (1)
    MOVE CARTA-NOME-ALUNO TO NTR-FUS-VALOR (1)
    MOVE "&ALUNO" TO NTR-FUS-TOKEN (2)
    MOVE CARTA-ALUNO-ATUAL TO CARTA-ID-ED
    MOVE CARTA-ID-ED TO NTR-FUS-VALOR (2)
    MOVE "&SEMESTRE" TO NTR-FUS-TOKEN (3)
    MOVE CARTA-SEMESTRE TO NTR-FUS-VALOR (3)
    MOVE "&MEDIA" TO NTR-FUS-TOKEN (4)
    MOVE CARTA-MEDIA TO CARTA-MEDIA-ED
    MOVE CARTA-MEDIA-ED TO NTR-FUS-VALOR (4)
    MOVE CARTA-NOME-FICHEIRO TO NTR-ANEXO
    PERFORM ENFILEIRAR-NOTIFICACAO
    IF NTR-RESULTADO = 'N'
        ADD 1 TO CARTA-NOTIF-NOVAS
        IF NTR-CANAL = "P"
            ADD 1 TO CARTA-NOTIF-PAPEL
        END-IF
    END-IF.

ESCREVER-CARTA-MODELO.
*> expande a versao ativa do modelo linha a linha: a linha
    WRITE LINHA-CARTA.

COPY "pmerge.cbl".

COPY "pnotificacao.cbl".

COPY "pnotifaluno.cbl".

COPY "phomolog.cbl".
