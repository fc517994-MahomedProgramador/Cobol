$set sourceformat(free)

FD DESPESAS-DOC-LIN-FILE.
01 REGISTO-DESPESA-DOC-LIN.
  05 DSL-CHAVE.
     10 DSL-DOC-ID         PIC 9(4).
     10 DSL-NUMERO         PIC 9(4).
     10 DSL-LINHA          PIC 9(2).
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-DATA              PIC 9(8).
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-CATEGORIA         PIC X(2).
      88 DSL-TRANSPORTE      VALUE "TR".
      88 DSL-ALOJAMENTO      VALUE "AL".
      88 DSL-REFEICOES       VALUE "RE".
      88 DSL-AJUDAS-CUSTO    VALUE "AC".
      88 DSL-INSCRICAO       VALUE "IN".
      88 DSL-OUTRAS          VALUE "OU".
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-DESCRICAO         PIC X(30).
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-VALOR             PIC 9(5)V99.
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-RECIBO            PIC X VALUE "S".
      88 DSL-COM-RECIBO      VALUE "S".
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-CENTRO            PIC X(4).
  05 FILLER                PIC X VALUE SPACE.
  05 DSL-DIAS              PIC 9(2).
  05 FILLER                PIC X VALUE SPACE.
