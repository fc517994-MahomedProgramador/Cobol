*>          referencia de pagamento, registam o motivo contra o
*>          fornecedor no ficheiro de auditoria e saem na lista
*>          de excecoes, para o balcao repetir so o que falhou.
*>          A retencao na fonte ainda por entregar dessa fatura e
*>          anulada em RETENCOES.dat, porque o pagamento nao se
*>          deu. Num pedido de reconstituicao de fundo de maneio
*>          rejeitado o valor volta de saldo a em reembolso.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slfatura.cbl".
     COPY "slauditvendor.cbl".
     COPY "slsessao.cbl".
     COPY "slretencao.cbl".
     COPY "slfundo.cbl".

     SELECT RETORNOS-FILE
         ASSIGN TO RPG-RETORNOS-NOME
  COPY "fdfatura.cbl".
  COPY "fdauditvendor.cbl".
  COPY "fdsessao.cbl".
  COPY "fdretencao.cbl".
  COPY "fdfundo.cbl".

  FD RETORNOS-FILE.
  01 LINHA-RETORNO           PIC X(120).
  COPY "wsfatura.cbl".
  COPY "wsauditvendor.cbl".
  COPY "wssessao.cbl".
  COPY "wsretencao.cbl".
  COPY "wsfundo.cbl".
    77 RPG-RETORNOS-NOME     PIC X(40)
        VALUE "RETORNOS-PAGAMENTOS.csv".
    77 RPG-RETORNOS-NOME-ENV PIC X(40).
PROCEDURE DIVISION.
COPY "rvfatura.cbl".
COPY "rvauditvendor.cbl".
COPY "rvretencao.cbl".
COPY "rvfundo.cbl".

    PERFORM LER-SESSAO
    ACCEPT RPG-RETORNOS-NOME-ENV
    MOVE "R" TO FAT-CONF-BANCO
    REWRITE REGISTO-FATURA
    ADD 1 TO RPG-TOTAL-REABERTAS
    IF FAT-RETENCAO NUMERIC AND FAT-RETENCAO > ZERO
        PERFORM ANULAR-RETENCAO
    END-IF
    IF FAT-REEMBOLSO-MANEIO
        PERFORM REVERTER-FUNDO-MANEIO
    END-IF
    OPEN EXTEND AUDIT-VENDORS-FILE.
    IF AUDITVENDOR-STATUS = "00"
        MOVE RPG-DATA TO AUDIT-VENDOR-DATA
    WRITE LINHA-EXCECAO
    DISPLAY LINHA-EXCECAO.

ANULAR-RETENCAO.
*> so se anula o que ainda nao foi entregue; uma retencao ja
*> entregue ao Estado fica e e regularizada na proxima guia.
    OPEN I-O RETENCOES-FILE.
    IF RETENCOES-STATUS = "00"
        MOVE FAT-VENDOR-NUMBER TO RET-VENDOR-NUMBER
        MOVE FAT-NUMERO TO RET-FAT-NUMERO
        READ RETENCOES-FILE KEY IS RET-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RET-POR-ENTREGAR
                    DELETE RETENCOES-FILE RECORD
                ELSE
                    DISPLAY "Aviso: retencao da fatura " FAT-NUMERO
                        " ja entregue (guia " RET-GUIA ")."
                END-IF
        END-READ
        CLOSE RETENCOES-FILE
    END-IF.

REVERTER-FUNDO-MANEIO.
*> a corrida ja tinha reposto o saldo do fundo; sem transferencia
*> o valor volta a estar em reembolso ate a proxima corrida.
    OPEN I-O FUNDOS-MANEIO-FILE.
    IF FUNDOS-MANEIO-STATUS = "00"
        MOVE FAT-NUMERO (3:4) TO FDM-DEPARTAMENTO
        READ FUNDOS-MANEIO-FILE KEY IS FDM-DEPARTAMENTO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF FDM-SALDO > FAT-VALOR
                    SUBTRACT FAT-VALOR FROM FDM-SALDO
                ELSE
                    MOVE ZERO TO FDM-SALDO
                END-IF
                ADD FAT-VALOR TO FDM-EM-REEMBOLSO
                REWRITE REGISTO-FUNDO-MANEIO
        END-READ
        CLOSE FUNDOS-MANEIO-FILE
    END-IF.

COPY "psessao.cbl".
