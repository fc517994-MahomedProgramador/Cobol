*>          propria (data*10000 + sequencia, como CERT-NUMERO em
*>          CERTREG.dat), registado em RECIBOS.dat para auditoria
*>          da serie e reimpressao (reimprimir_recibo), e impresso
*>          em RECIBO-<numero>.dat. Com o exercicio do dia ja
*>          fechado por fechar_ano (FECHOSANO.dat) o pagamento e
*>          recusado. O recibo segue tambem para a caixa de
*>          saida de notificacoes (NOTIFICACOES.dat, modelo
*>          RECIBO) por correio ou SMS conforme a ficha de
*>          contactos do aluno.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slrecibo.cbl".
     COPY "slcaixa.cbl".
     COPY "slsessao.cbl".
     COPY "slfechoano.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slnotificacao.cbl".

     SELECT RECIBO-IMP-FILE
         ASSIGN TO PAG-RECIBO-NOME
  COPY "fdrecibo.cbl".
  COPY "fdcaixa.cbl".
  COPY "fdsessao.cbl".
  COPY "fdfechoano.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdnotificacao.cbl".

  FD RECIBO-IMP-FILE.
  01 LINHA-RECIBO            PIC X(100).
  COPY "wsrecibo.cbl".
  COPY "wscaixa.cbl".
  COPY "wssessao.cbl".
  COPY "wsfechoano.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsnotifreg.cbl".
    77 PAG-ID-ALUNO          PIC 9(5).
    77 PAG-ID-OK             PIC X VALUE 'N'.
    77 PAG-SEMESTRE          PIC X(6).
    77 PAG-METODO            PIC X VALUE "D".
    77 PAG-SESSAO-CAIXA      PIC 9(12) VALUE ZERO.
    77 PAG-FIM-CAIXA         PIC X VALUE 'N'.
    77 PAG-ALUNO-ED          PIC 9(5).

PROCEDURE DIVISION.
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvrecibo.cbl".
COPY "rvcaixa.cbl".
COPY "rvfechoano.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvnotificacao.cbl".

    PERFORM LER-SESSAO
*> o pagamento fica com a data de hoje: nao pode cair num
*> exercicio ja fechado.
    ACCEPT PAG-DATA FROM DATE YYYYMMDD
    MOVE PAG-DATA (1:4) TO FCA-ANO-TESTE
    PERFORM VERIFICAR-ANO-FECHADO
    IF FCA-ANO-FECHADO = 'S'
        DISPLAY "Exercicio " FCA-ANO-TESTE
            " fechado: nao se registam pagamentos."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM REGISTAR-PAGAMENTO
    END-IF.
STOP RUN.

REGISTAR-PAGAMENTO.
            NOT INVALID KEY
                PERFORM IMPRIMIR-RECIBO
                DISPLAY "Recibo " RCB-NUMERO " emitido."
                PERFORM ENFILEIRAR-RECIBO
        END-WRITE
        CLOSE RECIBOS-FILE
    END-IF.
    CLOSE RECIBO-IMP-FILE
    DISPLAY "Recibo impresso em " PAG-RECIBO-NOME.

ENFILEIRAR-RECIBO.
    MOVE 'N' TO NTR-CONTACTOS-ABERTO
    OPEN INPUT CONTACTOS-ALUNO-FILE
    IF CONTACTOSALUNO-STATUS = "00"
        MOVE 'S' TO NTR-CONTACTOS-ABERTO
    END-IF
    MOVE "A" TO NTR-TIPO-DEST
    MOVE RCB-ID-ALUNO TO NTR-ID-DEST
    MOVE "RECIBO" TO NTR-MODELO
    MOVE SPACES TO NTR-REFERENCIA
    MOVE RCB-NUMERO TO NTR-REFERENCIA (1:12)
    MOVE "registar_pagamento" TO NTR-PROGRAMA
    MOVE 2 TO NTR-PRIORIDADE
    PERFORM RESOLVER-CONTACTO-ALUNO
    IF NTR-CONTACTOS-ABERTO = 'S'
        CLOSE CONTACTOS-ALUNO-FILE
    END-IF
    MOVE SPACES TO NTR-CAMPOS-FUSAO
    MOVE "&ALUNO" TO NTR-FUS-TOKEN (1)
    MOVE RCB-ID-ALUNO TO PAG-ALUNO-ED
    MOVE PAG-ALUNO-ED TO NTR-FUS-VALOR (1)
    MOVE "&SEMESTRE" TO NTR-FUS-TOKEN (2)
    MOVE RCB-SEMESTRE TO NTR-FUS-VALOR (2)
    MOVE "&NUMERO" TO NTR-FUS-TOKEN (3)
    MOVE RCB-NUMERO TO NTR-FUS-VALOR (3)
    MOVE "&VALOR" TO NTR-FUS-TOKEN (4)
    MOVE RCB-VALOR TO PAG-VALOR-ED
    MOVE PAG-VALOR-ED TO NTR-FUS-VALOR (4)
    MOVE PAG-RECIBO-NOME TO NTR-ANEXO
    PERFORM ENFILEIRAR-NOTIFICACAO
    IF NTR-RESULTADO = 'N'
        IF NTR-CANAL = "P"
            DISPLAY "Aluno sem contacto valido: recibo na lista"
                " de papel."
        ELSE
            DISPLAY "Recibo em fila para envio a " NTR-DESTINO
        END-IF
    END-IF.

COPY "psessao.cbl".

COPY "pfechoano.cbl".

COPY "pnotificacao.cbl".

COPY "pnotifaluno.cbl".
