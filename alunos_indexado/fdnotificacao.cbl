$set sourceformat(free)

FD NOTIFICACOES-FILE.
01 REGISTO-NOTIFICACAO.
  05 NTF-CHAVE.
     10 NTF-TIPO-DEST       PIC X.
         88 NTF-DEST-ALUNO      VALUE "A".
         88 NTF-DEST-FORNECEDOR VALUE "F".
         88 NTF-DEST-OPERADOR   VALUE "O".
     10 NTF-ID-DEST         PIC 9(5).
     10 NTF-MODELO          PIC X(8).
     10 NTF-REFERENCIA      PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-DATA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-HORA             PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-PROGRAMA         PIC X(20).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-PRIORIDADE       PIC 9 VALUE 2.
      88 NTF-URGENTE        VALUE 1.
      88 NTF-NORMAL         VALUE 2.
      88 NTF-BAIXA          VALUE 3.
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-CANAL            PIC X.
      88 NTF-CANAL-EMAIL    VALUE "E".
      88 NTF-CANAL-SMS      VALUE "S".
      88 NTF-CANAL-PAPEL    VALUE "P".
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-CONTACTO-SEQ     PIC 9(3).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-DESTINO          PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-FUSAO OCCURS 4 TIMES.
     10 NTF-FUS-TOKEN       PIC X(10).
     10 FILLER              PIC X VALUE SPACE.
     10 NTF-FUS-VALOR       PIC X(30).
     10 FILLER              PIC X VALUE SPACE.
  05 NTF-ANEXO            PIC X(40).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-ESTADO           PIC X VALUE "P".
      88 NTF-PENDENTE       VALUE "P".
      88 NTF-EXPEDIDA       VALUE "X".
      88 NTF-ENTREGUE       VALUE "D".
      88 NTF-DEVOLVIDA      VALUE "B".
      88 NTF-FALHADA        VALUE "F".
      88 NTF-LISTADA-PAPEL  VALUE "L".
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-DATA-ENVIO       PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-DATA-RECIBO      PIC 9(8).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-MOTIVO           PIC X(30).
  05 FILLER               PIC X VALUE SPACE.
  05 NTF-EM-PAPEL         PIC X VALUE "N".
  05 FILLER               PIC X VALUE SPACE.
