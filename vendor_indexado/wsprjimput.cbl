$set sourceformat(free)

*> campos de trabalho da imputacao a projetos (pprojeto.cbl): o
*> chamador indica a data do documento e, se houver, o projeto e
*> a rubrica por omissao; recebe o projeto e a rubrica escolhidos
*> (em branco quando a despesa nao e de projeto).
77 PJI-DATA             PIC 9(8).
77 PJI-PROJETO-OMISSAO  PIC X(8) VALUE SPACES.
77 PJI-CATEGORIA-OMISSAO PIC X(2) VALUE SPACES.
77 PJI-PROJETO          PIC X(8).
77 PJI-CATEGORIA        PIC X(2).
77 PJI-OK               PIC X VALUE 'N'.
77 PJI-IX               PIC 9(2).
77 PJI-ORCAMENTO-ED     PIC Z(8)9.99.

*> rubricas elegiveis dos financiamentos de investigacao, pela
*> ordem em que ocupam PRJ-RUBRICA no registo do projeto.
01 PJI-RUBRICAS-VALORES.
   05 FILLER PIC X(32) VALUE "RHRecursos humanos".
   05 FILLER PIC X(32) VALUE "MIMissoes".
   05 FILLER PIC X(32) VALUE "COConsultores".
   05 FILLER PIC X(32) VALUE "AQAquisicao de bens e servicos".
   05 FILLER PIC X(32) VALUE "PIPropriedade intelectual".
   05 FILLER PIC X(32) VALUE "ADAdaptacao de instalacoes".
   05 FILLER PIC X(32) VALUE "EQEquipamento".
   05 FILLER PIC X(32) VALUE "GGGastos gerais".
01 PJI-RUBRICAS REDEFINES PJI-RUBRICAS-VALORES.
   05 PJI-RUBRICA-ENT OCCURS 8 TIMES.
      10 PJI-RUB-CODIGO    PIC X(2).
      10 PJI-RUB-NOME      PIC X(30).
