$set sourceformat(free)

*> campos de entrada da caixa de saida de notificacoes
*> (pnotificacao.cbl): o programa preenche o destinatario, o
*> modelo, a referencia, a prioridade e os campos de fusao e
*> chama ENFILEIRAR-NOTIFICACAO. A mesma chave (destinatario,
*> modelo e referencia) nao entra duas vezes; NTR-RESULTADO fica
*> com 'N' (nova), 'J' (ja estava na fila) ou 'E' (erro).
77 NTR-TIPO-DEST        PIC X.
77 NTR-ID-DEST          PIC 9(5).
77 NTR-MODELO           PIC X(8).
77 NTR-REFERENCIA       PIC X(20).
77 NTR-PROGRAMA         PIC X(20).
77 NTR-PRIORIDADE       PIC 9 VALUE 2.
77 NTR-CANAL            PIC X.
77 NTR-CONTACTO-SEQ     PIC 9(3).
77 NTR-DESTINO          PIC X(30).
77 NTR-ANEXO            PIC X(40).
77 NTR-RESULTADO        PIC X.
77 NTR-CONTACTOS-ABERTO PIC X VALUE 'N'.
77 NTR-IX               PIC 9(2).
77 NTR-POS              PIC 9(2).
77 NTR-TAMANHO          PIC 9(2).
77 NTR-ARROBAS          PIC 9(2).
77 NTR-ARROBA-POS       PIC 9(2).
77 NTR-PONTO-POS        PIC 9(2).
77 NTR-DIGITOS          PIC 9(2).
77 NTR-VALIDO           PIC X.
77 NTR-EMAIL            PIC X(30).
77 NTR-TELEFONE         PIC X(15).
77 NTR-TELEMOVEL        PIC X(15).
77 NTR-FIM-CONTACTOS    PIC X.
01 NTR-CAMPOS-FUSAO.
   05 NTR-FUSAO OCCURS 4 TIMES.
      10 NTR-FUS-TOKEN    PIC X(10).
      10 NTR-FUS-VALOR    PIC X(30).
