$set sourceformat(free)
*>****************************************************************
*> Author:
*> Date:
*> Purpose: refrescamento do ambiente de formacao a partir da
*>          producao. Copia cada ficheiro indexado mestre e de
*>          movimentos dos dois subsistemas, e os ficheiros
*>          sequenciais de movimentos, para os mesmos nomes
*>          dentro do diretorio de formacao indicado (ENTER =
*>          variavel TREINO_DIRETORIO ou treino), mascarando os
*>          dados pessoais e bancarios pelo caminho com as regras
*>          de anonimizar_aluno: nomes, moradas, telefones,
*>          emails, IBAN e NIF passam a valores ficticios
*>          derivados da chave (ALUNO 00123, aluno00123@
*>          exemplo.invalid, IBAN e NIF com controlo valido), de
*>          modo que o mesmo aluno, docente ou fornecedor tem o
*>          mesmo nome e os mesmos dados falsos em todos os
*>          ficheiros. A data de nascimento fica com o ano (1 de
*>          janeiro) e o local e a descricao dos sinistros sao
*>          limpos. Chaves, notas, datas e valores nao sao
*>          tocados, para os relatorios continuarem a bater
*>          certo. Campos em branco ficam em branco. Recusa
*>          correr quando o destino e o diretorio de producao ou
*>          quando algum nome de destino coincide com o ficheiro
*>          de producao. Os ficheiros de auditoria, o diario, a
*>          sessao e o spool nao sao copiados. O resumo da
*>          mascaracao (por ficheiro e por tipo de dado) sai no
*>          ecra e em TREINO-MASCARA-AAAAMMDD.dat, registado no
*>          spool. Reservado ao administrador.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. refrescar_treino.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slacordo.cbl".
     COPY "slacordoprest.cbl".
     COPY "slalojamento.cbl".
     COPY "slalumni.cbl".
     COPY "slaluno.cbl".
     COPY "slalunomaster.cbl".
     COPY "slausdoc.cbl".
     COPY "slbolsa.cbl".
     COPY "slbolsacand.cbl".
     COPY "slbolsaprest.cbl".
     COPY "slcaixa.cbl".
     COPY "slcandidatura.cbl".
     COPY "slcartao.cbl".
     COPY "slcertreg.cbl".
     COPY "slcontactoaluno.cbl".
     COPY "slcurso.cbl".
     COPY "sldescaluno.cbl".
     COPY "sldesconto.cbl".
     COPY "sldistserv.cbl".
     COPY "sldoccfg.cbl".
     COPY "sldocente.cbl".
     COPY "slemissaodoc.cbl".
     COPY "slemprestimo.cbl".
     COPY "slentidade.cbl".
     COPY "slequivaluno.cbl".
     COPY "slequivmapa.cbl".
     COPY "slescala.cbl".
     COPY "slespera.cbl".
     COPY "slestagio.cbl".
     COPY "slestatuto.cbl".
     COPY "slexame.cbl".
     COPY "slfechoano.cbl".
     COPY "slfichacurso.cbl".
     COPY "slhomolog.cbl".
     COPY "slhorario.cbl".
     COPY "slincobravel.cbl".
     COPY "slinquerito.cbl".
     COPY "slinscespecial.cbl".
     COPY "sljurosctl.cbl".
     COPY "sllimcred.cbl".
     COPY "slplanodep.cbl".
     COPY "slmatricula.cbl".
     COPY "slmodelo.cbl".
     COPY "slnotaanon.cbl".
     COPY "slnotahist.cbl".
     COPY "slnotaintercal.cbl".
     COPY "slnotas.cbl".
     COPY "slnotasarq.cbl".
     COPY "slnotificacao.cbl".
     COPY "slocorraula.cbl".
     COPY "sloperador.cbl".
     COPY "slpatmov.cbl".
     COPY "slpatrocinador.cbl".
     COPY "slpatrocinio.cbl".
     COPY "slpautaverif.cbl".
     COPY "slplanocurr.cbl".
     COPY "slplanopag.cbl".
     COPY "slprefturma.cbl".
     COPY "slprereq.cbl".
     COPY "slpresenca.cbl".
     COPY "slpropinas.cbl".
     COPY "slpropmov.cbl".
     COPY "slprovaanon.cbl".
     COPY "slprovisao.cbl".
     COPY "slquarto.cbl".
     COPY "slrecibo.cbl".
     COPY "slrecurso.cbl".
     COPY "slrefmb.cbl".
     COPY "slrequerimento.cbl".
     COPY "slresumo.cbl".
     COPY "slsala.cbl".
     COPY "slsalreg.cbl".
     COPY "slseguro.cbl".
     COPY "slsemestre.cbl".
     COPY "slseqcontrol.cbl".
     COPY "slsessoes.cbl".
     COPY "slsinistro.cbl".
     COPY "slsitacad.cbl".
     COPY "slsobrecarga.cbl".
     COPY "sltarifadoc.cbl".
     COPY "sltaxa.cbl".
     COPY "sltese.cbl".
     COPY "slturma.cbl".
     COPY "slturmaaluno.cbl".
     COPY "slturmaespera.cbl".
     COPY "slvaga.cbl".
     COPY "sladiantamento.cbl".
     COPY "slarmazem.cbl".
     COPY "slartigo.cbl".
     COPY "slativo.cbl".
     COPY "slativomov.cbl".
     COPY "slcambio.cbl".
     COPY "slcatalogo.cbl".
     COPY "slclasseativo.cbl".
     COPY "slcontrato.cbl".
     COPY "slcontratolin.cbl".
     COPY "slcotacao.cbl".
     COPY "sldespdoc.cbl".
     COPY "sldespdoclin.cbl".
     COPY "sldevolucao.cbl".
     COPY "sldupdecisao.cbl".
     COPY "slfatura.cbl".
     COPY "slfundo.cbl".
     COPY "slimputacao.cbl".
     COPY "sllote.cbl".
     COPY "slorcamento.cbl".
     COPY "slpendbanco.cbl".
     COPY "slpoemenda.cbl".
     COPY "slprecohist.cbl".
     COPY "slprevisto.cbl".
     COPY "slprojeto.cbl".
     COPY "slrececao.cbl".
     COPY "slrecorrente.cbl".
     COPY "slrequisicao.cbl".
     COPY "slretencao.cbl".
     COPY "slrfq.cbl".
     COPY "slstock.cbl".
     COPY "slstockarm.cbl".
     COPY "slstockmov.cbl".
     COPY "sltransf.cbl".
     COPY "slvale.cbl".
     COPY "slvendor.cbl".
     COPY "slvendorcontact.cbl".
     COPY "slvendordoc.cbl".
     COPY "slvendorpo.cbl".
     COPY "slvendorpolin.cbl".
     COPY "slverificacao.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

     SELECT TRANSITO-FILE
         ASSIGN TO RTR-TRANSITO-NOME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RTR-TRANSITO-STATUS.

     SELECT RESUMO-FILE
         ASSIGN TO RTR-RESUMO-NOME
         ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
  COPY "fdacordo.cbl".
  COPY "fdacordoprest.cbl".
  COPY "fdalojamento.cbl".
  COPY "fdalumni.cbl".
  COPY "fdaluno.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdausdoc.cbl".
  COPY "fdbolsa.cbl".
  COPY "fdbolsacand.cbl".
  COPY "fdbolsaprest.cbl".
  COPY "fdcaixa.cbl".
  COPY "fdcandidatura.cbl".
  COPY "fdcartao.cbl".
  COPY "fdcertreg.cbl".
  COPY "fdcontactoaluno.cbl".
  COPY "fdcurso.cbl".
  COPY "fddescaluno.cbl".
  COPY "fddesconto.cbl".
  COPY "fddistserv.cbl".
  COPY "fddoccfg.cbl".
  COPY "fddocente.cbl".
  COPY "fdemissaodoc.cbl".
  COPY "fdemprestimo.cbl".
  COPY "fdentidade.cbl".
  COPY "fdequivaluno.cbl".
  COPY "fdequivmapa.cbl".
  COPY "fdescala.cbl".
  COPY "fdespera.cbl".
  COPY "fdestagio.cbl".
  COPY "fdestatuto.cbl".
  COPY "fdexame.cbl".
  COPY "fdfechoano.cbl".
  COPY "fdfichacurso.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdhorario.cbl".
  COPY "fdincobravel.cbl".
  COPY "fdinquerito.cbl".
  COPY "fdinscespecial.cbl".
  COPY "fdjurosctl.cbl".
  COPY "fdlimcred.cbl".
  COPY "fdplanodep.cbl".
  COPY "fdmatricula.cbl".
  COPY "fdmodelo.cbl".
  COPY "fdnotaanon.cbl".
  COPY "fdnotahist.cbl".
  COPY "fdnotaintercal.cbl".
  COPY "fdnotas.cbl".
  COPY "fdnotasarq.cbl".
  COPY "fdnotificacao.cbl".
  COPY "fdocorraula.cbl".
  COPY "fdoperador.cbl".
  COPY "fdpatmov.cbl".
  COPY "fdpatrocinador.cbl".
  COPY "fdpatrocinio.cbl".
  COPY "fdpautaverif.cbl".
  COPY "fdplanocurr.cbl".
  COPY "fdplanopag.cbl".
  COPY "fdprefturma.cbl".
  COPY "fdprereq.cbl".
  COPY "fdpresenca.cbl".
  COPY "fdpropinas.cbl".
  COPY "fdpropmov.cbl".
  COPY "fdprovaanon.cbl".
  COPY "fdprovisao.cbl".
  COPY "fdquarto.cbl".
  COPY "fdrecibo.cbl".
  COPY "fdrecurso.cbl".
  COPY "fdrefmb.cbl".
  COPY "fdrequerimento.cbl".
  COPY "fdresumo.cbl".
  COPY "fdsala.cbl".
  COPY "fdsalreg.cbl".
  COPY "fdseguro.cbl".
  COPY "fdsemestre.cbl".
  COPY "fdseqcontrol.cbl".
  COPY "fdsessoes.cbl".
  COPY "fdsinistro.cbl".
  COPY "fdsitacad.cbl".
  COPY "fdsobrecarga.cbl".
  COPY "fdtarifadoc.cbl".
  COPY "fdtaxa.cbl".
  COPY "fdtese.cbl".
  COPY "fdturma.cbl".
  COPY "fdturmaaluno.cbl".
  COPY "fdturmaespera.cbl".
  COPY "fdvaga.cbl".
  COPY "fdadiantamento.cbl".
  COPY "fdarmazem.cbl".
  COPY "fdartigo.cbl".
  COPY "fdativo.cbl".
  COPY "fdativomov.cbl".
  COPY "fdcambio.cbl".
  COPY "fdcatalogo.cbl".
  COPY "fdclasseativo.cbl".
  COPY "fdcontrato.cbl".
  COPY "fdcontratolin.cbl".
  COPY "fdcotacao.cbl".
  COPY "fddespdoc.cbl".
  COPY "fddespdoclin.cbl".
  COPY "fddevolucao.cbl".
  COPY "fddupdecisao.cbl".
  COPY "fdfatura.cbl".
  COPY "fdfundo.cbl".
  COPY "fdimputacao.cbl".
  COPY "fdlote.cbl".
  COPY "fdorcamento.cbl".
  COPY "fdpendbanco.cbl".
  COPY "fdpoemenda.cbl".
  COPY "fdprecohist.cbl".
  COPY "fdprevisto.cbl".
  COPY "fdprojeto.cbl".
  COPY "fdrececao.cbl".
  COPY "fdrecorrente.cbl".
  COPY "fdrequisicao.cbl".
  COPY "fdretencao.cbl".
  COPY "fdrfq.cbl".
  COPY "fdstock.cbl".
  COPY "fdstockarm.cbl".
  COPY "fdstockmov.cbl".
  COPY "fdtransf.cbl".
  COPY "fdvale.cbl".
  COPY "fdvendor.cbl".
  COPY "fdvendorcontact.cbl".
  COPY "fdvendordoc.cbl".
  COPY "fdvendorpo.cbl".
  COPY "fdvendorpolin.cbl".
  COPY "fdverificacao.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  FD TRANSITO-FILE.
  01 LINHA-TRANSITO          PIC X(1000).

  FD RESUMO-FILE.
  01 LINHA-RESUMO            PIC X(100).

WORKING-STORAGE SECTION.
  COPY "wsacordo.cbl".
  COPY "wsacordoprest.cbl".
  COPY "wsalojamento.cbl".
  COPY "wsalumni.cbl".
  COPY "wsaluno.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsausdoc.cbl".
  COPY "wsbolsa.cbl".
  COPY "wsbolsacand.cbl".
  COPY "wsbolsaprest.cbl".
  COPY "wscaixa.cbl".
  COPY "wscandidatura.cbl".
  COPY "wscartao.cbl".
  COPY "wscertreg.cbl".
  COPY "wscontactoaluno.cbl".
  COPY "wscurso.cbl".
  COPY "wsdescaluno.cbl".
  COPY "wsdesconto.cbl".
  COPY "wsdistserv.cbl".
  COPY "wsdoccfg.cbl".
  COPY "wsdocente.cbl".
  COPY "wsemissaodoc.cbl".
  COPY "wsemprestimo.cbl".
  COPY "wsentidade.cbl".
  COPY "wsequivaluno.cbl".
  COPY "wsequivmapa.cbl".
  COPY "wsescala.cbl".
  COPY "wsespera.cbl".
  COPY "wsestagio.cbl".
  COPY "wsestatuto.cbl".
  COPY "wsexame.cbl".
  COPY "wsfechoano.cbl".
  COPY "wsfichacurso.cbl".
  COPY "wshomolog.cbl".
  COPY "wshorario.cbl".
  COPY "wsincobravel.cbl".
  COPY "wsinquerito.cbl".
  COPY "wsinscespecial.cbl".
  COPY "wsjurosctl.cbl".
  COPY "wslimcred.cbl".
  COPY "wsplanodep.cbl".
  COPY "wsmatricula.cbl".
  COPY "wsmodelo.cbl".
  COPY "wsnotaanon.cbl".
  COPY "wsnotahist.cbl".
  COPY "wsnotaintercal.cbl".
  COPY "wsnotas.cbl".
  COPY "wsnotasarq.cbl".
  COPY "wsnotificacao.cbl".
  COPY "wsocorraula.cbl".
  COPY "wsoperador.cbl".
  COPY "wspatmov.cbl".
  COPY "wspatrocinador.cbl".
  COPY "wspatrocinio.cbl".
  COPY "wspautaverif.cbl".
  COPY "wsplanocurr.cbl".
  COPY "wsplanopag.cbl".
  COPY "wsprefturma.cbl".
  COPY "wsprereq.cbl".
  COPY "wspresenca.cbl".
  COPY "wspropinas.cbl".
  COPY "wspropmov.cbl".
  COPY "wsprovaanon.cbl".
  COPY "wsprovisao.cbl".
  COPY "wsquarto.cbl".
  COPY "wsrecibo.cbl".
  COPY "wsrecurso.cbl".
  COPY "wsrefmb.cbl".
  COPY "wsrequerimento.cbl".
  COPY "wsresumo.cbl".
  COPY "wssala.cbl".
  COPY "wssalreg.cbl".
  COPY "wsseguro.cbl".
  COPY "wssemestre.cbl".
  COPY "wsseqcontrol.cbl".
  COPY "wssessoes.cbl".
  COPY "wssinistro.cbl".
  COPY "wssitacad.cbl".
  COPY "wssobrecarga.cbl".
  COPY "wstarifadoc.cbl".
  COPY "wstaxa.cbl".
  COPY "wstese.cbl".
  COPY "wsturma.cbl".
  COPY "wsturmaaluno.cbl".
  COPY "wsturmaespera.cbl".
  COPY "wsvaga.cbl".
  COPY "wsadiantamento.cbl".
  COPY "wsarmazem.cbl".
  COPY "wsartigo.cbl".
  COPY "wsativo.cbl".
  COPY "wsativomov.cbl".
  COPY "wscambio.cbl".
  COPY "wscatalogo.cbl".
  COPY "wsclasseativo.cbl".
  COPY "wscontrato.cbl".
  COPY "wscontratolin.cbl".
  COPY "wscotacao.cbl".
  COPY "wsdespdoc.cbl".
  COPY "wsdespdoclin.cbl".
  COPY "wsdevolucao.cbl".
  COPY "wsdupdecisao.cbl".
  COPY "wsfatura.cbl".
  COPY "wsfundo.cbl".
  COPY "wsimputacao.cbl".
  COPY "wslote.cbl".
  COPY "wsorcamento.cbl".
  COPY "wspendbanco.cbl".
  COPY "wspoemenda.cbl".
  COPY "wsprecohist.cbl".
  COPY "wsprevisto.cbl".
  COPY "wsprojeto.cbl".
  COPY "wsrececao.cbl".
  COPY "wsrecorrente.cbl".
  COPY "wsrequisicao.cbl".
  COPY "wsretencao.cbl".
  COPY "wsrfq.cbl".
  COPY "wsstock.cbl".
  COPY "wsstockarm.cbl".
  COPY "wsstockmov.cbl".
  COPY "wstransf.cbl".
  COPY "wsvale.cbl".
  COPY "wsvendor.cbl".
  COPY "wsvendorcontact.cbl".
  COPY "wsvendordoc.cbl".
  COPY "wsvendorpo.cbl".
  COPY "wsvendorpolin.cbl".
  COPY "wsverificacao.cbl".
  COPY "wsspool.cbl".
  COPY "wssessao.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wsnif.cbl".
  COPY "wsiban.cbl".
    77 RTR-DATA-HOJE         PIC 9(8).
    77 RTR-HORA              PIC 9(8).
    77 RTR-DIRETORIO         PIC X(40).
    77 RTR-DIRETORIO-ENV     PIC X(40).
    77 RTR-RESPOSTA          PIC X(40).
    77 RTR-PWD               PIC X(200).
    77 RTR-CONFIRMA          PIC 9.
    77 RTR-RECUSADO          PIC X VALUE 'N'.
    77 RTR-MODO              PIC X VALUE 'V'.
        88 RTR-MODO-VERIFICAR  VALUE 'V'.
        88 RTR-MODO-COPIAR     VALUE 'C'.
    77 RTR-TRANSITO-NOME     PIC X(60).
    77 RTR-TRANSITO-STATUS   PIC X(2) VALUE "00".
    77 RTR-RESUMO-NOME       PIC X(40).
    77 RTR-ORIGEM            PIC X(40).
    77 RTR-DESTINO           PIC X(40).
    77 RTR-NOME-BASE         PIC X(40).
    77 RTR-IDX               PIC 9(3).
    77 RTR-POS-BARRA         PIC 9(3).
    77 RTR-NOME-LONGO        PIC X VALUE 'N'.
    77 RTR-DESTINO-OK        PIC X VALUE 'N'.
    77 RTR-STATUS-ORIGEM     PIC X(2).
    77 RTR-STATUS-DESTINO    PIC X(2).
    77 RTR-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 RTR-CONFLITOS         PIC 9(3) VALUE ZERO.
    77 RTR-LIDOS             PIC 9(7) VALUE ZERO.
    77 RTR-GRAVADOS          PIC 9(7) VALUE ZERO.
    77 RTR-ERROS             PIC 9(7) VALUE ZERO.
    77 RTR-MASC-FICHEIRO     PIC 9(7) VALUE ZERO.
    77 RTR-TOT-FICHEIROS     PIC 9(3) VALUE ZERO.
    77 RTR-TOT-COPIADOS      PIC 9(3) VALUE ZERO.
    77 RTR-TOT-AUSENTES      PIC 9(3) VALUE ZERO.
    77 RTR-TOT-FALHADOS      PIC 9(3) VALUE ZERO.
    77 RTR-TOT-REGISTOS      PIC 9(8) VALUE ZERO.
    77 RTR-TOT-ERROS         PIC 9(7) VALUE ZERO.
    77 RTR-TOT-NOMES         PIC 9(7) VALUE ZERO.
    77 RTR-TOT-MORADAS       PIC 9(7) VALUE ZERO.
    77 RTR-TOT-CONTACTOS     PIC 9(7) VALUE ZERO.
    77 RTR-TOT-IBANS         PIC 9(7) VALUE ZERO.
    77 RTR-TOT-NIFS          PIC 9(7) VALUE ZERO.
    77 RTR-TOT-NASCIMENTOS   PIC 9(7) VALUE ZERO.
    77 RTR-TOT-TEXTOS        PIC 9(7) VALUE ZERO.
    77 RTR-PREFIXO           PIC X(15).
    77 RTR-PREFIXO-EMAIL     PIC X(10).
    77 RTR-TEL-INDICATIVO    PIC X(4).
    77 RTR-CHAVE-TEXTO       PIC X(12).
    77 RTR-CHAVE-NUM         PIC 9(5).
    77 RTR-NOME-FALSO        PIC X(40).
    77 RTR-MORADA-FALSA      PIC X(40).
    77 RTR-TELEFONE-FALSO    PIC X(15).
    77 RTR-EMAIL-FALSO       PIC X(30).
    77 RTR-NIF-CLASSE        PIC 9.
    77 RTR-NIF-FALSO         PIC X(9).
    77 RTR-CD-TESTE          PIC 9(3).
    77 RTR-ENT-SEQUENCIA     PIC 9(5) VALUE ZERO.
    77 RTR-NUM-ED            PIC Z(6)9.
    77 RTR-LINHAS            PIC 9(5) VALUE ZERO.

*> IBAN ficticio: banco e balcao 0000, conta com a classe do
*> titular (1 docente, 2 aluno, 5 fornecedor, 6 IBAN pendente)
*> e a chave; os digitos de controlo sao procurados com
*> VALIDAR-IBAN.
    01 RTR-IBAN-FALSO.
       05 RTR-IBAN-PAIS      PIC X(2) VALUE "PT".
       05 RTR-IBAN-CD        PIC 9(2) VALUE ZERO.
       05 RTR-IBAN-BANCO     PIC X(8) VALUE "00000000".
       05 RTR-IBAN-CLASSE    PIC 9 VALUE ZERO.
       05 RTR-IBAN-ZEROS     PIC X(5) VALUE "00000".
       05 RTR-IBAN-CHAVE     PIC 9(5) VALUE ZERO.
       05 RTR-IBAN-NIB       PIC X(2) VALUE "00".

PROCEDURE DIVISION.
COPY "rvacordo.cbl".
COPY "rvacordoprest.cbl".
COPY "rvalojamento.cbl".
COPY "rvalumni.cbl".
COPY "rvaluno.cbl".
COPY "rvalunomaster.cbl".
COPY "rvausdoc.cbl".
COPY "rvbolsa.cbl".
COPY "rvbolsacand.cbl".
COPY "rvbolsaprest.cbl".
COPY "rvcaixa.cbl".
COPY "rvcandidatura.cbl".
COPY "rvcartao.cbl".
COPY "rvcertreg.cbl".
COPY "rvcontactoaluno.cbl".
COPY "rvcurso.cbl".
COPY "rvdescaluno.cbl".
COPY "rvdesconto.cbl".
COPY "rvdistserv.cbl".
COPY "rvdoccfg.cbl".
COPY "rvdocente.cbl".
COPY "rvemissaodoc.cbl".
COPY "rvemprestimo.cbl".
COPY "rventidade.cbl".
COPY "rvequivaluno.cbl".
COPY "rvequivmapa.cbl".
COPY "rvescala.cbl".
COPY "rvespera.cbl".
COPY "rvestagio.cbl".
COPY "rvestatuto.cbl".
COPY "rvexame.cbl".
COPY "rvfechoano.cbl".
COPY "rvfichacurso.cbl".
COPY "rvhomolog.cbl".
COPY "rvhorario.cbl".
COPY "rvincobravel.cbl".
COPY "rvinquerito.cbl".
COPY "rvinscespecial.cbl".
COPY "rvjurosctl.cbl".
COPY "rvlimcred.cbl".
COPY "rvplanodep.cbl".
COPY "rvmatricula.cbl".
COPY "rvmodelo.cbl".
COPY "rvnotaanon.cbl".
COPY "rvnotahist.cbl".
COPY "rvnotaintercal.cbl".
COPY "rvnotas.cbl".
COPY "rvnotasarq.cbl".
COPY "rvnotificacao.cbl".
COPY "rvocorraula.cbl".
COPY "rvoperador.cbl".
COPY "rvpatmov.cbl".
COPY "rvpatrocinador.cbl".
COPY "rvpatrocinio.cbl".
COPY "rvpautaverif.cbl".
COPY "rvplanocurr.cbl".
COPY "rvplanopag.cbl".
COPY "rvprefturma.cbl".
COPY "rvprereq.cbl".
COPY "rvpresenca.cbl".
COPY "rvpropinas.cbl".
COPY "rvpropmov.cbl".
COPY "rvprovaanon.cbl".
COPY "rvprovisao.cbl".
COPY "rvquarto.cbl".
COPY "rvrecibo.cbl".
COPY "rvrecurso.cbl".
COPY "rvrefmb.cbl".
COPY "rvrequerimento.cbl".
COPY "rvresumo.cbl".
COPY "rvsala.cbl".
COPY "rvsalreg.cbl".
COPY "rvseguro.cbl".
COPY "rvsemestre.cbl".
COPY "rvseqcontrol.cbl".
COPY "rvsessoes.cbl".
COPY "rvsinistro.cbl".
COPY "rvsitacad.cbl".
COPY "rvsobrecarga.cbl".
COPY "rvtarifadoc.cbl".
COPY "rvtaxa.cbl".
COPY "rvtese.cbl".
COPY "rvturma.cbl".
COPY "rvturmaaluno.cbl".
COPY "rvturmaespera.cbl".
COPY "rvvaga.cbl".
COPY "rvadiantamento.cbl".
COPY "rvarmazem.cbl".
COPY "rvartigo.cbl".
COPY "rvativo.cbl".
COPY "rvativomov.cbl".
COPY "rvcambio.cbl".
COPY "rvcatalogo.cbl".
COPY "rvclasseativo.cbl".
COPY "rvcontrato.cbl".
COPY "rvcontratolin.cbl".
COPY "rvcotacao.cbl".
COPY "rvdespdoc.cbl".
COPY "rvdespdoclin.cbl".
COPY "rvdevolucao.cbl".
COPY "rvdupdecisao.cbl".
COPY "rvfatura.cbl".
COPY "rvfundo.cbl".
COPY "rvimputacao.cbl".
COPY "rvlote.cbl".
COPY "rvorcamento.cbl".
COPY "rvpendbanco.cbl".
COPY "rvpoemenda.cbl".
COPY "rvprecohist.cbl".
COPY "rvprevisto.cbl".
COPY "rvprojeto.cbl".
COPY "rvrececao.cbl".
COPY "rvrecorrente.cbl".
COPY "rvrequisicao.cbl".
COPY "rvretencao.cbl".
COPY "rvrfq.cbl".
COPY "rvstock.cbl".
COPY "rvstockarm.cbl".
COPY "rvstockmov.cbl".
COPY "rvtransf.cbl".
COPY "rvvale.cbl".
COPY "rvvendor.cbl".
COPY "rvvendorcontact.cbl".
COPY "rvvendordoc.cbl".
COPY "rvvendorpo.cbl".
COPY "rvvendorpolin.cbl".
COPY "rvverificacao.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL NOT = 9
        DISPLAY "So o administrador pode refrescar o ambiente de"
            " formacao."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ACCEPT RTR-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT RTR-HORA FROM TIME
    PERFORM REFRESCAR-TREINO.
GOBACK.

REFRESCAR-TREINO.
    PERFORM PEDIR-DIRETORIO
    IF RTR-RECUSADO = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        SET RTR-MODO-VERIFICAR TO TRUE
        PERFORM COPIAR-FICHEIROS
        IF RTR-CONFLITOS > ZERO
            DISPLAY "Recusado: " RTR-CONFLITOS " ficheiro(s) de"
                " destino coincidem com a producao ou nao cabem"
                " no nome. Nada foi copiado."
            MOVE 1 TO RETURN-CODE
        ELSE
            DISPLAY "Vai substituir os ficheiros de formacao em "
                RTR-DIRETORIO
            DISPLAY "por uma copia mascarada da producao."
            DISPLAY "Prima 0 para confirmar ou 1 para sair"
            ACCEPT RTR-CONFIRMA
            IF RTR-CONFIRMA = 0
                PERFORM EXECUTAR-REFRESCAMENTO
            ELSE
                DISPLAY "Operacao cancelada."
                MOVE 1 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

PEDIR-DIRETORIO.
    MOVE SPACES TO RTR-DIRETORIO-ENV
    ACCEPT RTR-DIRETORIO-ENV FROM ENVIRONMENT "TREINO_DIRETORIO"
    IF RTR-DIRETORIO-ENV = SPACES
        MOVE "treino" TO RTR-DIRETORIO-ENV
    END-IF
    DISPLAY "Diretorio do ambiente de formacao (ENTER = "
        RTR-DIRETORIO-ENV "): " NO ADVANCING
    MOVE SPACES TO RTR-RESPOSTA
    ACCEPT RTR-RESPOSTA
    IF RTR-RESPOSTA = SPACES
        MOVE RTR-DIRETORIO-ENV TO RTR-DIRETORIO
    ELSE
        MOVE RTR-RESPOSTA TO RTR-DIRETORIO
    END-IF
*> tira a barra final para que "treino/" e "treino" deem os
*> mesmos nomes de destino.
    MOVE 40 TO RTR-IDX
    PERFORM UNTIL RTR-IDX = ZERO
        OR RTR-DIRETORIO (RTR-IDX:1) NOT = SPACE
        SUBTRACT 1 FROM RTR-IDX
    END-PERFORM
    IF RTR-IDX > 1
        IF RTR-DIRETORIO (RTR-IDX:1) = "/"
            MOVE SPACE TO RTR-DIRETORIO (RTR-IDX:1)
        END-IF
    END-IF
    MOVE SPACES TO RTR-PWD
    ACCEPT RTR-PWD FROM ENVIRONMENT "PWD"
    IF RTR-DIRETORIO = SPACES OR RTR-DIRETORIO = "."
        OR RTR-DIRETORIO = "/" OR RTR-DIRETORIO = RTR-PWD
        DISPLAY "Recusado: o destino indicado e o ambiente de"
            " producao."
        MOVE 'S' TO RTR-RECUSADO
    ELSE
        MOVE SPACES TO RTR-TRANSITO-NOME
        STRING RTR-DIRETORIO DELIMITED BY SPACE
               "/REFRESCAR-TREINO.tmp" DELIMITED BY SIZE
               INTO RTR-TRANSITO-NOME
        OPEN OUTPUT TRANSITO-FILE
        IF RTR-TRANSITO-STATUS NOT = "00"
            DISPLAY "Recusado: o diretorio " RTR-DIRETORIO
                " nao existe ou nao permite escrita. Status: "
                RTR-TRANSITO-STATUS
            MOVE 'S' TO RTR-RECUSADO
        ELSE
            CLOSE TRANSITO-FILE
        END-IF
    END-IF.

EXECUTAR-REFRESCAMENTO.
    MOVE SPACES TO RTR-RESUMO-NOME
    STRING "TREINO-MASCARA-" DELIMITED BY SIZE
           RTR-DATA-HOJE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO RTR-RESUMO-NOME
    OPEN OUTPUT RESUMO-FILE
    PERFORM ESCREVER-CABECALHO-RESUMO
    SET RTR-MODO-COPIAR TO TRUE
    PERFORM COPIAR-FICHEIROS
*> o ficheiro de transito fica vazio no fim da corrida.
    OPEN OUTPUT TRANSITO-FILE
    CLOSE TRANSITO-FILE
    PERFORM ESCREVER-TOTAIS-RESUMO
    CLOSE RESUMO-FILE

    MOVE "refrescar_treino" TO SPR-PROGRAMA
    MOVE RTR-DIRETORIO TO SPR-PARAMETROS
    MOVE RTR-RESUMO-NOME TO SPR-FICHEIRO
    MOVE RTR-LINHAS TO SPR-LINHAS
    MOVE SES-OPERADOR-ATUAL TO SPR-OPERADOR
    PERFORM REGISTAR-NO-SPOOL

    DISPLAY "=============================================="
    DISPLAY "  REFRESCAMENTO DO AMBIENTE DE FORMACAO"
    DISPLAY "=============================================="
    DISPLAY "Destino:                         " RTR-DIRETORIO
    DISPLAY "Ficheiros tratados:              " RTR-TOT-FICHEIROS
    DISPLAY "  copiados:                      " RTR-TOT-COPIADOS
    DISPLAY "  ausentes na producao:          " RTR-TOT-AUSENTES
    DISPLAY "  com erro:                      " RTR-TOT-FALHADOS
    DISPLAY "Registos copiados:               " RTR-TOT-REGISTOS
    DISPLAY "Registos rejeitados no destino:  " RTR-TOT-ERROS
    DISPLAY "----------------------------------------------"
    DISPLAY "Campos mascarados"
    DISPLAY "  nomes:                         " RTR-TOT-NOMES
    DISPLAY "  moradas:                       " RTR-TOT-MORADAS
    DISPLAY "  telefones, emails e contactos: " RTR-TOT-CONTACTOS
    DISPLAY "  IBAN:                          " RTR-TOT-IBANS
    DISPLAY "  NIF:                           " RTR-TOT-NIFS
    DISPLAY "  datas de nascimento:           "
        RTR-TOT-NASCIMENTOS
    DISPLAY "  outros textos pessoais:        " RTR-TOT-TEXTOS
    DISPLAY "----------------------------------------------"
    DISPLAY "Detalhe em " RTR-RESUMO-NOME
    DISPLAY "=============================================="
    IF RTR-TOT-FALHADOS = ZERO AND RTR-TOT-ERROS = ZERO
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF.

*> nome de destino de um ficheiro: o diretorio de formacao
*> seguido do nome do ficheiro de producao sem o caminho. Na
*> verificacao so se contam os conflitos; na copia devolve
*> RTR-DESTINO-OK = 'S' e limpa os contadores do ficheiro.
PREPARAR-DESTINO.
    MOVE 'N' TO RTR-DESTINO-OK
    MOVE ZERO TO RTR-POS-BARRA
    MOVE 1 TO RTR-IDX
    PERFORM UNTIL RTR-IDX > 40
        IF RTR-ORIGEM (RTR-IDX:1) = "/"
            MOVE RTR-IDX TO RTR-POS-BARRA
        END-IF
        ADD 1 TO RTR-IDX
    END-PERFORM
    MOVE SPACES TO RTR-NOME-BASE
    IF RTR-POS-BARRA < 40
        MOVE RTR-ORIGEM (RTR-POS-BARRA + 1:) TO RTR-NOME-BASE
    END-IF
    MOVE 'N' TO RTR-NOME-LONGO
    MOVE SPACES TO RTR-DESTINO
    STRING RTR-DIRETORIO DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           RTR-NOME-BASE DELIMITED BY SPACE
           INTO RTR-DESTINO
        ON OVERFLOW
            MOVE 'S' TO RTR-NOME-LONGO
    END-STRING
    IF RTR-MODO-VERIFICAR
        IF RTR-NOME-LONGO = 'S'
            DISPLAY "Nome de destino demasiado longo para "
                RTR-NOME-BASE
            ADD 1 TO RTR-CONFLITOS
        ELSE
            IF RTR-DESTINO = RTR-ORIGEM OR RTR-NOME-BASE = SPACES
                DISPLAY "O destino de " RTR-ORIGEM
                    " e o proprio ficheiro de producao."
                ADD 1 TO RTR-CONFLITOS
            END-IF
        END-IF
    ELSE
        MOVE 'S' TO RTR-DESTINO-OK
        MOVE ZERO TO RTR-LIDOS
        MOVE ZERO TO RTR-GRAVADOS
        MOVE ZERO TO RTR-ERROS
        MOVE ZERO TO RTR-MASC-FICHEIRO
        MOVE "00" TO RTR-STATUS-DESTINO
        ADD 1 TO RTR-TOT-FICHEIROS
    END-IF.

ESCREVER-LINHA.
    WRITE LINHA-RESUMO
    ADD 1 TO RTR-LINHAS.

ESCREVER-CABECALHO-RESUMO.
    MOVE ALL "=" TO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-RESUMO
    STRING "REFRESCAMENTO DO AMBIENTE DE FORMACAO  " DELIMITED BY SIZE
           RTR-DATA-HOJE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTR-HORA (1:4) DELIMITED BY SIZE
           "  operador " DELIMITED BY SIZE
           SES-OPERADOR-ATUAL DELIMITED BY SIZE
           INTO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-RESUMO
    STRING "Destino: " DELIMITED BY SIZE
           RTR-DIRETORIO DELIMITED BY SPACE
           INTO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE ALL "=" TO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-RESUMO
    MOVE "FICHEIRO" TO LINHA-RESUMO (1:8)
    MOVE "ESTADO" TO LINHA-RESUMO (24:6)
    MOVE "LIDOS" TO LINHA-RESUMO (45:5)
    MOVE "GRAVADOS" TO LINHA-RESUMO (53:8)
    MOVE "REJEIT." TO LINHA-RESUMO (63:7)
    MOVE "MASCARADOS" TO LINHA-RESUMO (71:10)
    PERFORM ESCREVER-LINHA.

*> uma linha por ficheiro copiado. Um ficheiro ausente na
*> producao fica vazio na formacao; com erro de abertura na
*> origem a copia de formacao anterior fica como estava.
REGISTAR-RESUMO-FICHEIRO.
    MOVE SPACES TO LINHA-RESUMO
    MOVE RTR-NOME-BASE TO LINHA-RESUMO (1:22)
    EVALUATE TRUE
        WHEN RTR-STATUS-ORIGEM = "35"
            MOVE "AUSENTE, VAZIO" TO LINHA-RESUMO (24:20)
            ADD 1 TO RTR-TOT-AUSENTES
        WHEN RTR-STATUS-ORIGEM NOT = "00"
            STRING "ERRO ORIGEM " DELIMITED BY SIZE
                   RTR-STATUS-ORIGEM DELIMITED BY SIZE
                   INTO LINHA-RESUMO (24:20)
            ADD 1 TO RTR-TOT-FALHADOS
        WHEN RTR-STATUS-DESTINO NOT = "00"
            STRING "ERRO DESTINO " DELIMITED BY SIZE
                   RTR-STATUS-DESTINO DELIMITED BY SIZE
                   INTO LINHA-RESUMO (24:20)
            ADD 1 TO RTR-TOT-FALHADOS
        WHEN RTR-ERROS > ZERO
            MOVE "COPIADO COM ERROS" TO LINHA-RESUMO (24:20)
            ADD 1 TO RTR-TOT-COPIADOS
        WHEN OTHER
            MOVE "COPIADO" TO LINHA-RESUMO (24:20)
            ADD 1 TO RTR-TOT-COPIADOS
    END-EVALUATE
    MOVE RTR-LIDOS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (43:7)
    MOVE RTR-GRAVADOS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (54:7)
    MOVE RTR-ERROS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (63:7)
    MOVE RTR-MASC-FICHEIRO TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (74:7)
    PERFORM ESCREVER-LINHA
    ADD RTR-GRAVADOS TO RTR-TOT-REGISTOS
    ADD RTR-ERROS TO RTR-TOT-ERROS.

ESCREVER-TOTAIS-RESUMO.
    MOVE ALL "-" TO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE SPACES TO LINHA-RESUMO
    STRING "Ficheiros: " DELIMITED BY SIZE
           RTR-TOT-FICHEIROS DELIMITED BY SIZE
           "  copiados: " DELIMITED BY SIZE
           RTR-TOT-COPIADOS DELIMITED BY SIZE
           "  ausentes: " DELIMITED BY SIZE
           RTR-TOT-AUSENTES DELIMITED BY SIZE
           "  com erro: " DELIMITED BY SIZE
           RTR-TOT-FALHADOS DELIMITED BY SIZE
           INTO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE "CAMPOS MASCARADOS" TO LINHA-RESUMO
    PERFORM ESCREVER-LINHA
    MOVE "  Nomes" TO LINHA-RESUMO
    MOVE RTR-TOT-NOMES TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  Moradas" TO LINHA-RESUMO
    MOVE RTR-TOT-MORADAS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  Telefones, emails e contactos" TO LINHA-RESUMO
    MOVE RTR-TOT-CONTACTOS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  IBAN" TO LINHA-RESUMO
    MOVE RTR-TOT-IBANS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  NIF" TO LINHA-RESUMO
    MOVE RTR-TOT-NIFS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  Datas de nascimento" TO LINHA-RESUMO
    MOVE RTR-TOT-NASCIMENTOS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE "  Outros textos pessoais" TO LINHA-RESUMO
    MOVE RTR-TOT-TEXTOS TO RTR-NUM-ED
    MOVE RTR-NUM-ED TO LINHA-RESUMO (36:7)
    PERFORM ESCREVER-LINHA
    MOVE ALL "=" TO LINHA-RESUMO
    PERFORM ESCREVER-LINHA.

COPIAR-FICHEIROS.
    PERFORM COPIAR-ACORDOS
    PERFORM COPIAR-ACORDOS-PREST
    PERFORM COPIAR-ALOJAMENTOS
    PERFORM COPIAR-ALUMNI
    PERFORM COPIAR-ALUNOS
    PERFORM COPIAR-ALUNO-MASTER
    PERFORM COPIAR-AUSENCIAS-DOC
    PERFORM COPIAR-BOLSAS
    PERFORM COPIAR-CANDIDATOS
    PERFORM COPIAR-BOLSAPREST
    PERFORM COPIAR-CAIXA-SESSOES
    PERFORM COPIAR-CANDIDATURAS
    PERFORM COPIAR-CARTOES
    PERFORM COPIAR-CERTREG
    PERFORM COPIAR-CONTACTOS-ALUNO
    PERFORM COPIAR-COURSE
    PERFORM COPIAR-DESCONTOS-ALUNO
    PERFORM COPIAR-DESCONTOS
    PERFORM COPIAR-DIST-SERVICO
    PERFORM COPIAR-DOC-CFG
    PERFORM COPIAR-DOCENTES
    PERFORM COPIAR-EMISSOES-DOC
    PERFORM COPIAR-EMPRESTIMOS
    PERFORM COPIAR-ENTIDADES
    PERFORM COPIAR-EQUIV-ALUNO
    PERFORM COPIAR-EQUIV-MAPA
    PERFORM COPIAR-ESCALA
    PERFORM COPIAR-ESPERA
    PERFORM COPIAR-ESTAGIOS
    PERFORM COPIAR-ESTATUTOS
    PERFORM COPIAR-EXAMES
    PERFORM COPIAR-FECHOSANO
    PERFORM COPIAR-FICHAS-CURSO
    PERFORM COPIAR-HOMOLOG
    PERFORM COPIAR-HORARIOS
    PERFORM COPIAR-INCOBRAVEIS
    PERFORM COPIAR-INQUERITOS
    PERFORM COPIAR-INSC-ESPECIAL
    PERFORM COPIAR-JUROSCTL
    PERFORM COPIAR-LIMCRED
    PERFORM COPIAR-MATRICULAS
    PERFORM COPIAR-MODELOS-CARTA
    PERFORM COPIAR-NOTAS-ANON
    PERFORM COPIAR-HIST-NOTAS
    PERFORM COPIAR-NOTAS-INTERCAL
    PERFORM COPIAR-NOTAS
    PERFORM COPIAR-NOTAS-ARQ
    PERFORM COPIAR-NOTIFICACOES
    PERFORM COPIAR-OCORRENCIAS-AULA
    PERFORM COPIAR-OPERADORES
    PERFORM COPIAR-PATMOV
    PERFORM COPIAR-PATROCINADORES
    PERFORM COPIAR-PATROCINIOS
    PERFORM COPIAR-PAUTA-VERIF
    PERFORM COPIAR-PLANOCURR
    PERFORM COPIAR-PLANODEP
    PERFORM COPIAR-PLANOSPAG
    PERFORM COPIAR-PREF-TURMA
    PERFORM COPIAR-PREREQ
    PERFORM COPIAR-PRESENCAS
    PERFORM COPIAR-PROPINAS
    PERFORM COPIAR-PROPMOV
    PERFORM COPIAR-PROVAS-ANON
    PERFORM COPIAR-PROVISOES
    PERFORM COPIAR-QUARTOS
    PERFORM COPIAR-RECIBOS
    PERFORM COPIAR-RECURSOS-NOTA
    PERFORM COPIAR-REFMB
    PERFORM COPIAR-REQUERIMENTOS
    PERFORM COPIAR-RESUMOS
    PERFORM COPIAR-SALAS
    PERFORM COPIAR-SALARIOS-REG
    PERFORM COPIAR-SEGUROS
    PERFORM COPIAR-SEMESTRES
    PERFORM COPIAR-SEQCONTROL
    PERFORM COPIAR-SESSOES
    PERFORM COPIAR-SINISTROS
    PERFORM COPIAR-SITACAD
    PERFORM COPIAR-SOBRECARGA
    PERFORM COPIAR-TARIFAS-DOC
    PERFORM COPIAR-TAXAS
    PERFORM COPIAR-TESES
    PERFORM COPIAR-TURMAS
    PERFORM COPIAR-TURMA-ALUNO
    PERFORM COPIAR-TURMA-ESPERA
    PERFORM COPIAR-VAGAS
    PERFORM COPIAR-ADIANTAMENTOS
    PERFORM COPIAR-ARMAZENS
    PERFORM COPIAR-ARTIGOS
    PERFORM COPIAR-ATIVOS
    PERFORM COPIAR-ATIVOSMOV
    PERFORM COPIAR-CAMBIOS
    PERFORM COPIAR-CATALOGO
    PERFORM COPIAR-CLASSES-ATIVO
    PERFORM COPIAR-CONTRATOS
    PERFORM COPIAR-CONTRATOS-LIN
    PERFORM COPIAR-COTACOES
    PERFORM COPIAR-DESPESAS-DOC
    PERFORM COPIAR-DESPESAS-DOC-LIN
    PERFORM COPIAR-DEVOLUCOES
    PERFORM COPIAR-DUP-DECISOES
    PERFORM COPIAR-FATURAS
    PERFORM COPIAR-FUNDOS-MANEIO
    PERFORM COPIAR-IMPUTACOES
    PERFORM COPIAR-LOTES
    PERFORM COPIAR-ORCAMENTOS
    PERFORM COPIAR-PEND-BANCO
    PERFORM COPIAR-POEMENDAS
    PERFORM COPIAR-PRECOHIST
    PERFORM COPIAR-PREVISTOS
    PERFORM COPIAR-PROJETOS
    PERFORM COPIAR-RECECAO
    PERFORM COPIAR-RECORRENTES
    PERFORM COPIAR-REQUISICOES
    PERFORM COPIAR-RETENCOES
    PERFORM COPIAR-RFQ
    PERFORM COPIAR-STOCKS
    PERFORM COPIAR-STOCKARM
    PERFORM COPIAR-STOCKMOV
    PERFORM COPIAR-TRANSFERENCIAS
    PERFORM COPIAR-VALES-CAIXA
    PERFORM COPIAR-VENDOR
    PERFORM COPIAR-VENDOR-CONTACT
    PERFORM COPIAR-VENDORDOCS
    PERFORM COPIAR-VENDOR-PO
    PERFORM COPIAR-VENDOR-PO-LIN
    PERFORM COPIAR-VERIFICACOES.

*>----------------------------------------------------------------
*> copia de cada ficheiro: le a producao para o ficheiro de
*> transito, ja mascarado, e depois grava-o com o nome de
*> formacao, repondo no fim o nome de producao.
*>----------------------------------------------------------------
COPIAR-ACORDOS.
    MOVE ACORDOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ACORDOS-FILE
        MOVE ACORDOS-STATUS TO RTR-STATUS-ORIGEM
        IF ACORDOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ACORDOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ACORDO
                END-READ
            END-PERFORM
            CLOSE ACORDOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ACORDOS-DATAFILE
            OPEN OUTPUT ACORDOS-FILE
            MOVE ACORDOS-STATUS TO RTR-STATUS-DESTINO
            IF ACORDOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ACORDO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ACORDO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ACORDOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ACORDOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ACORDOS-PREST.
    MOVE ACORDOSPREST-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ACORDOS-PREST-FILE
        MOVE ACORDOSPREST-STATUS TO RTR-STATUS-ORIGEM
        IF ACORDOSPREST-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ACORDOS-PREST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ACORDO-PREST
                END-READ
            END-PERFORM
            CLOSE ACORDOS-PREST-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ACORDOSPREST-DATAFILE
            OPEN OUTPUT ACORDOS-PREST-FILE
            MOVE ACORDOSPREST-STATUS TO RTR-STATUS-DESTINO
            IF ACORDOSPREST-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ACORDO-PREST
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ACORDO-PREST
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ACORDOS-PREST-FILE
            END-IF
            MOVE RTR-ORIGEM TO ACORDOSPREST-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ALOJAMENTOS.
    MOVE ALOJAMENTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ALOJAMENTOS-FILE
        MOVE ALOJAMENTOS-STATUS TO RTR-STATUS-ORIGEM
        IF ALOJAMENTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ALOJAMENTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ALOJAMENTO
                END-READ
            END-PERFORM
            CLOSE ALOJAMENTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ALOJAMENTOS-DATAFILE
            OPEN OUTPUT ALOJAMENTOS-FILE
            MOVE ALOJAMENTOS-STATUS TO RTR-STATUS-DESTINO
            IF ALOJAMENTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ALOJAMENTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ALOJAMENTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ALOJAMENTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ALOJAMENTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ALUMNI.
    MOVE ALUMNI-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ALUMNI-FILE
        MOVE ALUMNI-STATUS TO RTR-STATUS-ORIGEM
        IF ALUMNI-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ALUMNI-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-DIPLOMADO
                        WRITE LINHA-TRANSITO FROM REGISTO-ALUMNI
                END-READ
            END-PERFORM
            CLOSE ALUMNI-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ALUMNI-DATAFILE
            OPEN OUTPUT ALUMNI-FILE
            MOVE ALUMNI-STATUS TO RTR-STATUS-DESTINO
            IF ALUMNI-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ALUMNI
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ALUMNI
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ALUMNI-FILE
            END-IF
            MOVE RTR-ORIGEM TO ALUMNI-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ALUNOS.
    MOVE ALUNOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT FICHEIRO-ALUNOS
        MOVE ALUNOS-STATUS TO RTR-STATUS-ORIGEM
        IF ALUNOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ FICHEIRO-ALUNOS NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-ALUNO
                        WRITE LINHA-TRANSITO FROM REGISTO-ALUNO
                END-READ
            END-PERFORM
            CLOSE FICHEIRO-ALUNOS
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ALUNOS-DATAFILE
            OPEN OUTPUT FICHEIRO-ALUNOS
            MOVE ALUNOS-STATUS TO RTR-STATUS-DESTINO
            IF ALUNOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ALUNO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ALUNO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE FICHEIRO-ALUNOS
            END-IF
            MOVE RTR-ORIGEM TO ALUNOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ALUNO-MASTER.
    MOVE ALUNOMASTER-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ALUNO-MASTER-FILE
        MOVE ALUNOMASTER-STATUS TO RTR-STATUS-ORIGEM
        IF ALUNOMASTER-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ALUNO-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-ALUNO-MASTER
                        WRITE LINHA-TRANSITO FROM REGISTO-ALUNO-MASTER
                END-READ
            END-PERFORM
            CLOSE ALUNO-MASTER-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ALUNOMASTER-DATAFILE
            OPEN OUTPUT ALUNO-MASTER-FILE
            MOVE ALUNOMASTER-STATUS TO RTR-STATUS-DESTINO
            IF ALUNOMASTER-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ALUNO-MASTER
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ALUNO-MASTER
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ALUNO-MASTER-FILE
            END-IF
            MOVE RTR-ORIGEM TO ALUNOMASTER-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-AUSENCIAS-DOC.
    MOVE AUSDOC-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT AUSENCIAS-DOC-FILE
        MOVE AUSDOC-STATUS TO RTR-STATUS-ORIGEM
        IF AUSDOC-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ AUSENCIAS-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-AUSENCIA-DOC
                END-READ
            END-PERFORM
            CLOSE AUSENCIAS-DOC-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO AUSDOC-DATAFILE
            OPEN OUTPUT AUSENCIAS-DOC-FILE
            MOVE AUSDOC-STATUS TO RTR-STATUS-DESTINO
            IF AUSDOC-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-AUSENCIA-DOC
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-AUSENCIA-DOC
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE AUSENCIAS-DOC-FILE
            END-IF
            MOVE RTR-ORIGEM TO AUSDOC-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-BOLSAS.
    MOVE BOLSAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT BOLSAS-FILE
        MOVE BOLSAS-STATUS TO RTR-STATUS-ORIGEM
        IF BOLSAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ BOLSAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-BOLSA
                END-READ
            END-PERFORM
            CLOSE BOLSAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO BOLSAS-DATAFILE
            OPEN OUTPUT BOLSAS-FILE
            MOVE BOLSAS-STATUS TO RTR-STATUS-DESTINO
            IF BOLSAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-BOLSA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-BOLSA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE BOLSAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO BOLSAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CANDIDATOS.
    MOVE BOLSACAND-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CANDIDATOS-FILE
        MOVE BOLSACAND-STATUS TO RTR-STATUS-ORIGEM
        IF BOLSACAND-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CANDIDATOS-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CANDIDATO-BOLSA
                        WRITE LINHA-TRANSITO FROM REGISTO-CANDIDATO
                END-READ
            END-PERFORM
            CLOSE CANDIDATOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO BOLSACAND-DATAFILE
            OPEN OUTPUT CANDIDATOS-FILE
            MOVE BOLSACAND-STATUS TO RTR-STATUS-DESTINO
            IF BOLSACAND-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CANDIDATO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CANDIDATO
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CANDIDATOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO BOLSACAND-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-BOLSAPREST.
    MOVE BOLSAPREST-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT BOLSAPREST-FILE
        MOVE BOLSAPREST-STATUS TO RTR-STATUS-ORIGEM
        IF BOLSAPREST-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ BOLSAPREST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO
                            FROM REGISTO-BOLSA-PRESTACAO
                END-READ
            END-PERFORM
            CLOSE BOLSAPREST-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO BOLSAPREST-DATAFILE
            OPEN OUTPUT BOLSAPREST-FILE
            MOVE BOLSAPREST-STATUS TO RTR-STATUS-DESTINO
            IF BOLSAPREST-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-BOLSA-PRESTACAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-BOLSA-PRESTACAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE BOLSAPREST-FILE
            END-IF
            MOVE RTR-ORIGEM TO BOLSAPREST-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CAIXA-SESSOES.
    MOVE CAIXA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CAIXA-SESSOES-FILE
        MOVE CAIXA-STATUS TO RTR-STATUS-ORIGEM
        IF CAIXA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CAIXA-SESSOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CAIXA-SESSAO
                END-READ
            END-PERFORM
            CLOSE CAIXA-SESSOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CAIXA-DATAFILE
            OPEN OUTPUT CAIXA-SESSOES-FILE
            MOVE CAIXA-STATUS TO RTR-STATUS-DESTINO
            IF CAIXA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CAIXA-SESSAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CAIXA-SESSAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CAIXA-SESSOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO CAIXA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CANDIDATURAS.
    MOVE CANDIDATURAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CANDIDATURAS-FILE
        MOVE CANDIDATURAS-STATUS TO RTR-STATUS-ORIGEM
        IF CANDIDATURAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CANDIDATURAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CANDIDATURA
                        WRITE LINHA-TRANSITO FROM REGISTO-CANDIDATURA
                END-READ
            END-PERFORM
            CLOSE CANDIDATURAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CANDIDATURAS-DATAFILE
            OPEN OUTPUT CANDIDATURAS-FILE
            MOVE CANDIDATURAS-STATUS TO RTR-STATUS-DESTINO
            IF CANDIDATURAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CANDIDATURA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CANDIDATURA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CANDIDATURAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO CANDIDATURAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CARTOES.
    MOVE CARTOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CARTOES-FILE
        MOVE CARTOES-STATUS TO RTR-STATUS-ORIGEM
        IF CARTOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CARTOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CARTAO
                        WRITE LINHA-TRANSITO FROM REGISTO-CARTAO
                END-READ
            END-PERFORM
            CLOSE CARTOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CARTOES-DATAFILE
            OPEN OUTPUT CARTOES-FILE
            MOVE CARTOES-STATUS TO RTR-STATUS-DESTINO
            IF CARTOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CARTAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CARTAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CARTOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO CARTOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CERTREG.
    MOVE CERTREG-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CERTREG-FILE
        MOVE CERTREG-STATUS TO RTR-STATUS-ORIGEM
        IF CERTREG-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CERTREG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CERTIFICADO
                        WRITE LINHA-TRANSITO FROM REGISTO-CERTIFICADO
                END-READ
            END-PERFORM
            CLOSE CERTREG-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CERTREG-DATAFILE
            OPEN OUTPUT CERTREG-FILE
            MOVE CERTREG-STATUS TO RTR-STATUS-DESTINO
            IF CERTREG-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CERTIFICADO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CERTIFICADO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CERTREG-FILE
            END-IF
            MOVE RTR-ORIGEM TO CERTREG-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CONTACTOS-ALUNO.
    MOVE CONTACTOSALUNO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CONTACTOS-ALUNO-FILE
        MOVE CONTACTOSALUNO-STATUS TO RTR-STATUS-ORIGEM
        IF CONTACTOSALUNO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CONTACTOS-ALUNO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CONTACTO-ALUNO
                        WRITE LINHA-TRANSITO FROM REGISTO-CONTACTO-ALUNO
                END-READ
            END-PERFORM
            CLOSE CONTACTOS-ALUNO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CONTACTOSALUNO-DATAFILE
            OPEN OUTPUT CONTACTOS-ALUNO-FILE
            MOVE CONTACTOSALUNO-STATUS TO RTR-STATUS-DESTINO
            IF CONTACTOSALUNO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CONTACTO-ALUNO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CONTACTO-ALUNO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CONTACTOS-ALUNO-FILE
            END-IF
            MOVE RTR-ORIGEM TO CONTACTOSALUNO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-COURSE.
    MOVE CURSO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT COURSE-FILE
        MOVE CURSO-STATUS TO RTR-STATUS-ORIGEM
        IF CURSO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ COURSE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-CURSO
                        WRITE LINHA-TRANSITO FROM REGISTO-CURSO
                END-READ
            END-PERFORM
            CLOSE COURSE-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CURSO-DATAFILE
            OPEN OUTPUT COURSE-FILE
            MOVE CURSO-STATUS TO RTR-STATUS-DESTINO
            IF CURSO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CURSO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CURSO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE COURSE-FILE
            END-IF
            MOVE RTR-ORIGEM TO CURSO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DESCONTOS-ALUNO.
    MOVE DESCALUNO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DESCONTOS-ALUNO-FILE
        MOVE DESCALUNO-STATUS TO RTR-STATUS-ORIGEM
        IF DESCALUNO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DESCONTOS-ALUNO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DESCONTO-ALUNO
                END-READ
            END-PERFORM
            CLOSE DESCONTOS-ALUNO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DESCALUNO-DATAFILE
            OPEN OUTPUT DESCONTOS-ALUNO-FILE
            MOVE DESCALUNO-STATUS TO RTR-STATUS-DESTINO
            IF DESCALUNO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DESCONTO-ALUNO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DESCONTO-ALUNO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DESCONTOS-ALUNO-FILE
            END-IF
            MOVE RTR-ORIGEM TO DESCALUNO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DESCONTOS.
    MOVE DESCONTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DESCONTOS-FILE
        MOVE DESCONTOS-STATUS TO RTR-STATUS-ORIGEM
        IF DESCONTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DESCONTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DESCONTO
                END-READ
            END-PERFORM
            CLOSE DESCONTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DESCONTOS-DATAFILE
            OPEN OUTPUT DESCONTOS-FILE
            MOVE DESCONTOS-STATUS TO RTR-STATUS-DESTINO
            IF DESCONTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DESCONTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DESCONTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DESCONTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO DESCONTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DIST-SERVICO.
    MOVE DISTSERV-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DIST-SERVICO-FILE
        MOVE DISTSERV-STATUS TO RTR-STATUS-ORIGEM
        IF DISTSERV-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DIST-SERVICO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DIST-SERVICO
                END-READ
            END-PERFORM
            CLOSE DIST-SERVICO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DISTSERV-DATAFILE
            OPEN OUTPUT DIST-SERVICO-FILE
            MOVE DISTSERV-STATUS TO RTR-STATUS-DESTINO
            IF DISTSERV-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DIST-SERVICO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DIST-SERVICO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DIST-SERVICO-FILE
            END-IF
            MOVE RTR-ORIGEM TO DISTSERV-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DOC-CFG.
    MOVE DOCCFG-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DOC-CFG-FILE
        MOVE DOCCFG-STATUS TO RTR-STATUS-ORIGEM
        IF DOCCFG-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DOC-CFG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DOC-CFG
                END-READ
            END-PERFORM
            CLOSE DOC-CFG-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DOCCFG-DATAFILE
            OPEN OUTPUT DOC-CFG-FILE
            MOVE DOCCFG-STATUS TO RTR-STATUS-DESTINO
            IF DOCCFG-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DOC-CFG
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DOC-CFG
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DOC-CFG-FILE
            END-IF
            MOVE RTR-ORIGEM TO DOCCFG-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DOCENTES.
    MOVE DOCENTES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DOCENTES-FILE
        MOVE DOCENTES-STATUS TO RTR-STATUS-ORIGEM
        IF DOCENTES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DOCENTES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-DOCENTE
                        WRITE LINHA-TRANSITO FROM REGISTO-DOCENTE
                END-READ
            END-PERFORM
            CLOSE DOCENTES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DOCENTES-DATAFILE
            OPEN OUTPUT DOCENTES-FILE
            MOVE DOCENTES-STATUS TO RTR-STATUS-DESTINO
            IF DOCENTES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DOCENTE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DOCENTE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DOCENTES-FILE
            END-IF
            MOVE RTR-ORIGEM TO DOCENTES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-EMISSOES-DOC.
    MOVE EMISSOESDOC-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT EMISSOES-DOC-FILE
        MOVE EMISSOESDOC-STATUS TO RTR-STATUS-ORIGEM
        IF EMISSOESDOC-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ EMISSOES-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-EMISSAO-DOC
                END-READ
            END-PERFORM
            CLOSE EMISSOES-DOC-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO EMISSOESDOC-DATAFILE
            OPEN OUTPUT EMISSOES-DOC-FILE
            MOVE EMISSOESDOC-STATUS TO RTR-STATUS-DESTINO
            IF EMISSOESDOC-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-EMISSAO-DOC
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-EMISSAO-DOC
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE EMISSOES-DOC-FILE
            END-IF
            MOVE RTR-ORIGEM TO EMISSOESDOC-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-EMPRESTIMOS.
    MOVE EMPRESTIMOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT EMPRESTIMOS-FILE
        MOVE EMPRESTIMOS-STATUS TO RTR-STATUS-ORIGEM
        IF EMPRESTIMOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ EMPRESTIMOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-EMPRESTIMO
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO EMPRESTIMOS-DATAFILE
            OPEN OUTPUT EMPRESTIMOS-FILE
            MOVE EMPRESTIMOS-STATUS TO RTR-STATUS-DESTINO
            IF EMPRESTIMOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-EMPRESTIMO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-EMPRESTIMO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE EMPRESTIMOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO EMPRESTIMOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ENTIDADES.
    MOVE ENTIDADES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ENTIDADES-FILE
        MOVE ENTIDADES-STATUS TO RTR-STATUS-ORIGEM
        IF ENTIDADES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ENTIDADES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-ENTIDADE
                        WRITE LINHA-TRANSITO FROM REGISTO-ENTIDADE
                END-READ
            END-PERFORM
            CLOSE ENTIDADES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ENTIDADES-DATAFILE
            OPEN OUTPUT ENTIDADES-FILE
            MOVE ENTIDADES-STATUS TO RTR-STATUS-DESTINO
            IF ENTIDADES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ENTIDADE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ENTIDADE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ENTIDADES-FILE
            END-IF
            MOVE RTR-ORIGEM TO ENTIDADES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-EQUIV-ALUNO.
    MOVE EQUIVALUNO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT EQUIV-ALUNO-FILE
        MOVE EQUIVALUNO-STATUS TO RTR-STATUS-ORIGEM
        IF EQUIVALUNO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ EQUIV-ALUNO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-EQUIV-ALUNO
                END-READ
            END-PERFORM
            CLOSE EQUIV-ALUNO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO EQUIVALUNO-DATAFILE
            OPEN OUTPUT EQUIV-ALUNO-FILE
            MOVE EQUIVALUNO-STATUS TO RTR-STATUS-DESTINO
            IF EQUIVALUNO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-EQUIV-ALUNO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-EQUIV-ALUNO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE EQUIV-ALUNO-FILE
            END-IF
            MOVE RTR-ORIGEM TO EQUIVALUNO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-EQUIV-MAPA.
    MOVE EQUIVMAPA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT EQUIV-MAPA-FILE
        MOVE EQUIVMAPA-STATUS TO RTR-STATUS-ORIGEM
        IF EQUIVMAPA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ EQUIV-MAPA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-EQUIV-MAPA
                END-READ
            END-PERFORM
            CLOSE EQUIV-MAPA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO EQUIVMAPA-DATAFILE
            OPEN OUTPUT EQUIV-MAPA-FILE
            MOVE EQUIVMAPA-STATUS TO RTR-STATUS-DESTINO
            IF EQUIVMAPA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-EQUIV-MAPA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-EQUIV-MAPA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE EQUIV-MAPA-FILE
            END-IF
            MOVE RTR-ORIGEM TO EQUIVMAPA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ESCALA.
    MOVE ESCALA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ESCALA-FILE
        MOVE ESCALA-STATUS TO RTR-STATUS-ORIGEM
        IF ESCALA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ESCALA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ESCALAO
                END-READ
            END-PERFORM
            CLOSE ESCALA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ESCALA-DATAFILE
            OPEN OUTPUT ESCALA-FILE
            MOVE ESCALA-STATUS TO RTR-STATUS-DESTINO
            IF ESCALA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ESCALAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ESCALAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ESCALA-FILE
            END-IF
            MOVE RTR-ORIGEM TO ESCALA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ESPERA.
    MOVE ESPERA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ESPERA-FILE
        MOVE ESPERA-STATUS TO RTR-STATUS-ORIGEM
        IF ESPERA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ESPERA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ESPERA
                END-READ
            END-PERFORM
            CLOSE ESPERA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ESPERA-DATAFILE
            OPEN OUTPUT ESPERA-FILE
            MOVE ESPERA-STATUS TO RTR-STATUS-DESTINO
            IF ESPERA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ESPERA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ESPERA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ESPERA-FILE
            END-IF
            MOVE RTR-ORIGEM TO ESPERA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ESTAGIOS.
    MOVE ESTAGIOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ESTAGIOS-FILE
        MOVE ESTAGIOS-STATUS TO RTR-STATUS-ORIGEM
        IF ESTAGIOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ESTAGIOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-ESTAGIO
                        WRITE LINHA-TRANSITO FROM REGISTO-ESTAGIO
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ESTAGIOS-DATAFILE
            OPEN OUTPUT ESTAGIOS-FILE
            MOVE ESTAGIOS-STATUS TO RTR-STATUS-DESTINO
            IF ESTAGIOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ESTAGIO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ESTAGIO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ESTAGIOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ESTAGIOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ESTATUTOS.
    MOVE ESTATUTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ESTATUTOS-FILE
        MOVE ESTATUTOS-STATUS TO RTR-STATUS-ORIGEM
        IF ESTATUTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ESTATUTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ESTATUTO
                END-READ
            END-PERFORM
            CLOSE ESTATUTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ESTATUTOS-DATAFILE
            OPEN OUTPUT ESTATUTOS-FILE
            MOVE ESTATUTOS-STATUS TO RTR-STATUS-DESTINO
            IF ESTATUTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ESTATUTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ESTATUTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ESTATUTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ESTATUTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-EXAMES.
    MOVE EXAMES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT EXAMES-FILE
        MOVE EXAMES-STATUS TO RTR-STATUS-ORIGEM
        IF EXAMES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ EXAMES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-EXAME
                END-READ
            END-PERFORM
            CLOSE EXAMES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO EXAMES-DATAFILE
            OPEN OUTPUT EXAMES-FILE
            MOVE EXAMES-STATUS TO RTR-STATUS-DESTINO
            IF EXAMES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-EXAME
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-EXAME
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE EXAMES-FILE
            END-IF
            MOVE RTR-ORIGEM TO EXAMES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-FECHOSANO.
    MOVE FECHOSANO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT FECHOSANO-FILE
        MOVE FECHOSANO-STATUS TO RTR-STATUS-ORIGEM
        IF FECHOSANO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ FECHOSANO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-FECHOANO
                END-READ
            END-PERFORM
            CLOSE FECHOSANO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO FECHOSANO-DATAFILE
            OPEN OUTPUT FECHOSANO-FILE
            MOVE FECHOSANO-STATUS TO RTR-STATUS-DESTINO
            IF FECHOSANO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-FECHOANO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-FECHOANO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE FECHOSANO-FILE
            END-IF
            MOVE RTR-ORIGEM TO FECHOSANO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-FICHAS-CURSO.
    MOVE FICHASCURSO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT FICHAS-CURSO-FILE
        MOVE FICHASCURSO-STATUS TO RTR-STATUS-ORIGEM
        IF FICHASCURSO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ FICHAS-CURSO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-FICHA-CURSO
                END-READ
            END-PERFORM
            CLOSE FICHAS-CURSO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO FICHASCURSO-DATAFILE
            OPEN OUTPUT FICHAS-CURSO-FILE
            MOVE FICHASCURSO-STATUS TO RTR-STATUS-DESTINO
            IF FICHASCURSO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-FICHA-CURSO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-FICHA-CURSO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE FICHAS-CURSO-FILE
            END-IF
            MOVE RTR-ORIGEM TO FICHASCURSO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-HOMOLOG.
    MOVE HOMOLOG-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT HOMOLOG-FILE
        MOVE HOMOLOG-STATUS TO RTR-STATUS-ORIGEM
        IF HOMOLOG-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ HOMOLOG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-HOMOLOG
                END-READ
            END-PERFORM
            CLOSE HOMOLOG-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO HOMOLOG-DATAFILE
            OPEN OUTPUT HOMOLOG-FILE
            MOVE HOMOLOG-STATUS TO RTR-STATUS-DESTINO
            IF HOMOLOG-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-HOMOLOG
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-HOMOLOG
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE HOMOLOG-FILE
            END-IF
            MOVE RTR-ORIGEM TO HOMOLOG-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-HORARIOS.
    MOVE HORARIOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT HORARIOS-FILE
        MOVE HORARIOS-STATUS TO RTR-STATUS-ORIGEM
        IF HORARIOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ HORARIOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-HORARIO
                END-READ
            END-PERFORM
            CLOSE HORARIOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO HORARIOS-DATAFILE
            OPEN OUTPUT HORARIOS-FILE
            MOVE HORARIOS-STATUS TO RTR-STATUS-DESTINO
            IF HORARIOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-HORARIO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-HORARIO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE HORARIOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO HORARIOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-INCOBRAVEIS.
    MOVE INCOBRAVEIS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT INCOBRAVEIS-FILE
        MOVE INCOBRAVEIS-STATUS TO RTR-STATUS-ORIGEM
        IF INCOBRAVEIS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ INCOBRAVEIS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-INCOBRAVEL
                END-READ
            END-PERFORM
            CLOSE INCOBRAVEIS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO INCOBRAVEIS-DATAFILE
            OPEN OUTPUT INCOBRAVEIS-FILE
            MOVE INCOBRAVEIS-STATUS TO RTR-STATUS-DESTINO
            IF INCOBRAVEIS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-INCOBRAVEL
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-INCOBRAVEL
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE INCOBRAVEIS-FILE
            END-IF
            MOVE RTR-ORIGEM TO INCOBRAVEIS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-INQUERITOS.
    MOVE INQUERITOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT INQUERITOS-FILE
        MOVE INQUERITOS-STATUS TO RTR-STATUS-ORIGEM
        IF INQUERITOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ INQUERITOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-INQUERITO
                END-READ
            END-PERFORM
            CLOSE INQUERITOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO INQUERITOS-DATAFILE
            OPEN OUTPUT INQUERITOS-FILE
            MOVE INQUERITOS-STATUS TO RTR-STATUS-DESTINO
            IF INQUERITOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-INQUERITO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-INQUERITO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE INQUERITOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO INQUERITOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-INSC-ESPECIAL.
    MOVE INSCESPECIAL-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT INSC-ESPECIAL-FILE
        MOVE INSCESPECIAL-STATUS TO RTR-STATUS-ORIGEM
        IF INSCESPECIAL-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ INSC-ESPECIAL-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-INSC-ESPECIAL
                END-READ
            END-PERFORM
            CLOSE INSC-ESPECIAL-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO INSCESPECIAL-DATAFILE
            OPEN OUTPUT INSC-ESPECIAL-FILE
            MOVE INSCESPECIAL-STATUS TO RTR-STATUS-DESTINO
            IF INSCESPECIAL-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-INSC-ESPECIAL
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-INSC-ESPECIAL
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE INSC-ESPECIAL-FILE
            END-IF
            MOVE RTR-ORIGEM TO INSCESPECIAL-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-JUROSCTL.
    MOVE JUROSCTL-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT JUROSCTL-FILE
        MOVE JUROSCTL-STATUS TO RTR-STATUS-ORIGEM
        IF JUROSCTL-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ JUROSCTL-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-JUROSCTL
                END-READ
            END-PERFORM
            CLOSE JUROSCTL-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO JUROSCTL-DATAFILE
            OPEN OUTPUT JUROSCTL-FILE
            MOVE JUROSCTL-STATUS TO RTR-STATUS-DESTINO
            IF JUROSCTL-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-JUROSCTL
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-JUROSCTL
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE JUROSCTL-FILE
            END-IF
            MOVE RTR-ORIGEM TO JUROSCTL-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-LIMCRED.
    MOVE LIMCRED-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT LIMCRED-FILE
        MOVE LIMCRED-STATUS TO RTR-STATUS-ORIGEM
        IF LIMCRED-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ LIMCRED-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-LIMCRED
                END-READ
            END-PERFORM
            CLOSE LIMCRED-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO LIMCRED-DATAFILE
            OPEN OUTPUT LIMCRED-FILE
            MOVE LIMCRED-STATUS TO RTR-STATUS-DESTINO
            IF LIMCRED-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-LIMCRED
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-LIMCRED
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE LIMCRED-FILE
            END-IF
            MOVE RTR-ORIGEM TO LIMCRED-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-MATRICULAS.
    MOVE MATRICULAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT MATRICULAS-FILE
        MOVE MATRICULAS-STATUS TO RTR-STATUS-ORIGEM
        IF MATRICULAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ MATRICULAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-MATRICULA
                END-READ
            END-PERFORM
            CLOSE MATRICULAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO MATRICULAS-DATAFILE
            OPEN OUTPUT MATRICULAS-FILE
            MOVE MATRICULAS-STATUS TO RTR-STATUS-DESTINO
            IF MATRICULAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-MATRICULA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-MATRICULA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE MATRICULAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO MATRICULAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-MODELOS-CARTA.
    MOVE MODELOSCARTA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT MODELOS-CARTA-FILE
        MOVE MODELOSCARTA-STATUS TO RTR-STATUS-ORIGEM
        IF MODELOSCARTA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ MODELOS-CARTA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-MODELO-CARTA
                END-READ
            END-PERFORM
            CLOSE MODELOS-CARTA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO MODELOSCARTA-DATAFILE
            OPEN OUTPUT MODELOS-CARTA-FILE
            MOVE MODELOSCARTA-STATUS TO RTR-STATUS-DESTINO
            IF MODELOSCARTA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-MODELO-CARTA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-MODELO-CARTA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE MODELOS-CARTA-FILE
            END-IF
            MOVE RTR-ORIGEM TO MODELOSCARTA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-NOTAS-ANON.
    MOVE NOTASANON-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT NOTAS-ANON-FILE
        MOVE NOTASANON-STATUS TO RTR-STATUS-ORIGEM
        IF NOTASANON-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ NOTAS-ANON-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-NOTA-ANON
                END-READ
            END-PERFORM
            CLOSE NOTAS-ANON-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO NOTASANON-DATAFILE
            OPEN OUTPUT NOTAS-ANON-FILE
            MOVE NOTASANON-STATUS TO RTR-STATUS-DESTINO
            IF NOTASANON-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-NOTA-ANON
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-NOTA-ANON
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE NOTAS-ANON-FILE
            END-IF
            MOVE RTR-ORIGEM TO NOTASANON-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-HIST-NOTAS.
    MOVE HISTNOTAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT HIST-NOTAS-FILE
        MOVE HISTNOTAS-STATUS TO RTR-STATUS-ORIGEM
        IF HISTNOTAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ HIST-NOTAS-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-HIST-NOTA
                END-READ
            END-PERFORM
            CLOSE HIST-NOTAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO HISTNOTAS-DATAFILE
            OPEN OUTPUT HIST-NOTAS-FILE
            MOVE HISTNOTAS-STATUS TO RTR-STATUS-DESTINO
            IF HISTNOTAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-HIST-NOTA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-HIST-NOTA
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE HIST-NOTAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO HISTNOTAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-NOTAS-INTERCAL.
    MOVE NOTASINTERCAL-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT NOTAS-INTERCAL-FILE
        MOVE NOTASINTERCAL-STATUS TO RTR-STATUS-ORIGEM
        IF NOTASINTERCAL-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ NOTAS-INTERCAL-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-NOTA-INTERCAL
                END-READ
            END-PERFORM
            CLOSE NOTAS-INTERCAL-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO NOTASINTERCAL-DATAFILE
            OPEN OUTPUT NOTAS-INTERCAL-FILE
            MOVE NOTASINTERCAL-STATUS TO RTR-STATUS-DESTINO
            IF NOTASINTERCAL-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-NOTA-INTERCAL
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-NOTA-INTERCAL
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE NOTAS-INTERCAL-FILE
            END-IF
            MOVE RTR-ORIGEM TO NOTASINTERCAL-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-NOTAS.
    MOVE NOTASFILE-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT NOTAS-FILE
        MOVE NOTASFILE-STATUS TO RTR-STATUS-ORIGEM
        IF NOTASFILE-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ NOTAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-NOTA
                END-READ
            END-PERFORM
            CLOSE NOTAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO NOTASFILE-DATAFILE
            OPEN OUTPUT NOTAS-FILE
            MOVE NOTASFILE-STATUS TO RTR-STATUS-DESTINO
            IF NOTASFILE-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-NOTA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-NOTA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE NOTAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO NOTASFILE-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-NOTAS-ARQ.
    MOVE NOTASARQ-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT NOTAS-ARQ-FILE
        MOVE NOTASARQ-STATUS TO RTR-STATUS-ORIGEM
        IF NOTASARQ-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ NOTAS-ARQ-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-NOTA-ARQ
                END-READ
            END-PERFORM
            CLOSE NOTAS-ARQ-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO NOTASARQ-DATAFILE
            OPEN OUTPUT NOTAS-ARQ-FILE
            MOVE NOTASARQ-STATUS TO RTR-STATUS-DESTINO
            IF NOTASARQ-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-NOTA-ARQ
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-NOTA-ARQ
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE NOTAS-ARQ-FILE
            END-IF
            MOVE RTR-ORIGEM TO NOTASARQ-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-NOTIFICACOES.
    MOVE NOTIFICACOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT NOTIFICACOES-FILE
        MOVE NOTIFICACOES-STATUS TO RTR-STATUS-ORIGEM
        IF NOTIFICACOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ NOTIFICACOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-NOTIFICACAO
                        WRITE LINHA-TRANSITO FROM REGISTO-NOTIFICACAO
                END-READ
            END-PERFORM
            CLOSE NOTIFICACOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO NOTIFICACOES-DATAFILE
            OPEN OUTPUT NOTIFICACOES-FILE
            MOVE NOTIFICACOES-STATUS TO RTR-STATUS-DESTINO
            IF NOTIFICACOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-NOTIFICACAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-NOTIFICACAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE NOTIFICACOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO NOTIFICACOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-OCORRENCIAS-AULA.
    MOVE OCORRAULA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT OCORRENCIAS-AULA-FILE
        MOVE OCORRAULA-STATUS TO RTR-STATUS-ORIGEM
        IF OCORRAULA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ OCORRENCIAS-AULA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO
                            FROM REGISTO-OCORRENCIA-AULA
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS-AULA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO OCORRAULA-DATAFILE
            OPEN OUTPUT OCORRENCIAS-AULA-FILE
            MOVE OCORRAULA-STATUS TO RTR-STATUS-DESTINO
            IF OCORRAULA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-OCORRENCIA-AULA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-OCORRENCIA-AULA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE OCORRENCIAS-AULA-FILE
            END-IF
            MOVE RTR-ORIGEM TO OCORRAULA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-OPERADORES.
    MOVE OPERADORES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT OPERADORES-FILE
        MOVE OPERADORES-STATUS TO RTR-STATUS-ORIGEM
        IF OPERADORES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ OPERADORES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-OPERADOR
                        WRITE LINHA-TRANSITO FROM REGISTO-OPERADOR
                END-READ
            END-PERFORM
            CLOSE OPERADORES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO OPERADORES-DATAFILE
            OPEN OUTPUT OPERADORES-FILE
            MOVE OPERADORES-STATUS TO RTR-STATUS-DESTINO
            IF OPERADORES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-OPERADOR
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-OPERADOR
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE OPERADORES-FILE
            END-IF
            MOVE RTR-ORIGEM TO OPERADORES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PATMOV.
    MOVE PATMOV-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PATMOV-FILE
        MOVE PATMOV-STATUS TO RTR-STATUS-ORIGEM
        IF PATMOV-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PATMOV-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PATMOV
                END-READ
            END-PERFORM
            CLOSE PATMOV-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PATMOV-DATAFILE
            OPEN OUTPUT PATMOV-FILE
            MOVE PATMOV-STATUS TO RTR-STATUS-DESTINO
            IF PATMOV-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PATMOV
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PATMOV
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PATMOV-FILE
            END-IF
            MOVE RTR-ORIGEM TO PATMOV-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PATROCINADORES.
    MOVE PATROCINADORES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PATROCINADORES-FILE
        MOVE PATROCINADORES-STATUS TO RTR-STATUS-ORIGEM
        IF PATROCINADORES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PATROCINADORES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-PATROCINADOR
                        WRITE LINHA-TRANSITO FROM REGISTO-PATROCINADOR
                END-READ
            END-PERFORM
            CLOSE PATROCINADORES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PATROCINADORES-DATAFILE
            OPEN OUTPUT PATROCINADORES-FILE
            MOVE PATROCINADORES-STATUS TO RTR-STATUS-DESTINO
            IF PATROCINADORES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PATROCINADOR
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PATROCINADOR
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PATROCINADORES-FILE
            END-IF
            MOVE RTR-ORIGEM TO PATROCINADORES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PATROCINIOS.
    MOVE PATROCINIOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PATROCINIOS-FILE
        MOVE PATROCINIOS-STATUS TO RTR-STATUS-ORIGEM
        IF PATROCINIOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PATROCINIOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PATROCINIO
                END-READ
            END-PERFORM
            CLOSE PATROCINIOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PATROCINIOS-DATAFILE
            OPEN OUTPUT PATROCINIOS-FILE
            MOVE PATROCINIOS-STATUS TO RTR-STATUS-DESTINO
            IF PATROCINIOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PATROCINIO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PATROCINIO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PATROCINIOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO PATROCINIOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PAUTA-VERIF.
    MOVE PAUTAVERIF-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PAUTA-VERIF-FILE
        MOVE PAUTAVERIF-STATUS TO RTR-STATUS-ORIGEM
        IF PAUTAVERIF-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PAUTA-VERIF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PAUTA-VERIF
                END-READ
            END-PERFORM
            CLOSE PAUTA-VERIF-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PAUTAVERIF-DATAFILE
            OPEN OUTPUT PAUTA-VERIF-FILE
            MOVE PAUTAVERIF-STATUS TO RTR-STATUS-DESTINO
            IF PAUTAVERIF-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PAUTA-VERIF
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PAUTA-VERIF
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PAUTA-VERIF-FILE
            END-IF
            MOVE RTR-ORIGEM TO PAUTAVERIF-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PLANOCURR.
    MOVE PLANOCURR-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PLANOCURR-FILE
        MOVE PLANOCURR-STATUS TO RTR-STATUS-ORIGEM
        IF PLANOCURR-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PLANOCURR-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PLANOCURR
                END-READ
            END-PERFORM
            CLOSE PLANOCURR-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PLANOCURR-DATAFILE
            OPEN OUTPUT PLANOCURR-FILE
            MOVE PLANOCURR-STATUS TO RTR-STATUS-DESTINO
            IF PLANOCURR-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PLANOCURR
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PLANOCURR
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PLANOCURR-FILE
            END-IF
            MOVE RTR-ORIGEM TO PLANOCURR-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PLANODEP.
    MOVE PLANODEP-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PLANODEP-FILE
        MOVE PLANODEP-STATUS TO RTR-STATUS-ORIGEM
        IF PLANODEP-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PLANODEP-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PLANODEP
                END-READ
            END-PERFORM
            CLOSE PLANODEP-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PLANODEP-DATAFILE
            OPEN OUTPUT PLANODEP-FILE
            MOVE PLANODEP-STATUS TO RTR-STATUS-DESTINO
            IF PLANODEP-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PLANODEP
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PLANODEP
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PLANODEP-FILE
            END-IF
            MOVE RTR-ORIGEM TO PLANODEP-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PLANOSPAG.
    MOVE PLANOSPAG-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PLANOSPAG-FILE
        MOVE PLANOSPAG-STATUS TO RTR-STATUS-ORIGEM
        IF PLANOSPAG-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PLANOSPAG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PLANOPAG
                END-READ
            END-PERFORM
            CLOSE PLANOSPAG-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PLANOSPAG-DATAFILE
            OPEN OUTPUT PLANOSPAG-FILE
            MOVE PLANOSPAG-STATUS TO RTR-STATUS-DESTINO
            IF PLANOSPAG-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PLANOPAG
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PLANOPAG
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PLANOSPAG-FILE
            END-IF
            MOVE RTR-ORIGEM TO PLANOSPAG-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PREF-TURMA.
    MOVE PREFTURMA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PREF-TURMA-FILE
        MOVE PREFTURMA-STATUS TO RTR-STATUS-ORIGEM
        IF PREFTURMA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PREF-TURMA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PREF-TURMA
                END-READ
            END-PERFORM
            CLOSE PREF-TURMA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PREFTURMA-DATAFILE
            OPEN OUTPUT PREF-TURMA-FILE
            MOVE PREFTURMA-STATUS TO RTR-STATUS-DESTINO
            IF PREFTURMA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PREF-TURMA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PREF-TURMA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PREF-TURMA-FILE
            END-IF
            MOVE RTR-ORIGEM TO PREFTURMA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PREREQ.
    MOVE PREREQ-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PREREQ-FILE
        MOVE PREREQ-STATUS TO RTR-STATUS-ORIGEM
        IF PREREQ-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PREREQ-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PREREQ
                END-READ
            END-PERFORM
            CLOSE PREREQ-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PREREQ-DATAFILE
            OPEN OUTPUT PREREQ-FILE
            MOVE PREREQ-STATUS TO RTR-STATUS-DESTINO
            IF PREREQ-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PREREQ
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PREREQ
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PREREQ-FILE
            END-IF
            MOVE RTR-ORIGEM TO PREREQ-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PRESENCAS.
    MOVE PRESENCAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PRESENCAS-FILE
        MOVE PRESENCAS-STATUS TO RTR-STATUS-ORIGEM
        IF PRESENCAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PRESENCAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PRESENCA
                END-READ
            END-PERFORM
            CLOSE PRESENCAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PRESENCAS-DATAFILE
            OPEN OUTPUT PRESENCAS-FILE
            MOVE PRESENCAS-STATUS TO RTR-STATUS-DESTINO
            IF PRESENCAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PRESENCA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PRESENCA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PRESENCAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO PRESENCAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PROPINAS.
    MOVE PROPINAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PROPINAS-FILE
        MOVE PROPINAS-STATUS TO RTR-STATUS-ORIGEM
        IF PROPINAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PROPINAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PROPINA
                END-READ
            END-PERFORM
            CLOSE PROPINAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PROPINAS-DATAFILE
            OPEN OUTPUT PROPINAS-FILE
            MOVE PROPINAS-STATUS TO RTR-STATUS-DESTINO
            IF PROPINAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PROPINA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PROPINA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PROPINAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO PROPINAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PROPMOV.
    MOVE PROPMOV-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PROPMOV-FILE
        MOVE PROPMOV-STATUS TO RTR-STATUS-ORIGEM
        IF PROPMOV-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PROPMOV-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PROPMOV
                END-READ
            END-PERFORM
            CLOSE PROPMOV-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PROPMOV-DATAFILE
            OPEN OUTPUT PROPMOV-FILE
            MOVE PROPMOV-STATUS TO RTR-STATUS-DESTINO
            IF PROPMOV-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PROPMOV
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PROPMOV
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PROPMOV-FILE
            END-IF
            MOVE RTR-ORIGEM TO PROPMOV-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PROVAS-ANON.
    MOVE PROVASANON-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PROVAS-ANON-FILE
        MOVE PROVASANON-STATUS TO RTR-STATUS-ORIGEM
        IF PROVASANON-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PROVAS-ANON-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PROVA-ANON
                END-READ
            END-PERFORM
            CLOSE PROVAS-ANON-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PROVASANON-DATAFILE
            OPEN OUTPUT PROVAS-ANON-FILE
            MOVE PROVASANON-STATUS TO RTR-STATUS-DESTINO
            IF PROVASANON-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PROVA-ANON
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PROVA-ANON
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PROVAS-ANON-FILE
            END-IF
            MOVE RTR-ORIGEM TO PROVASANON-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PROVISOES.
    MOVE PROVISOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PROVISOES-FILE
        MOVE PROVISOES-STATUS TO RTR-STATUS-ORIGEM
        IF PROVISOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PROVISOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PROVISAO
                END-READ
            END-PERFORM
            CLOSE PROVISOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PROVISOES-DATAFILE
            OPEN OUTPUT PROVISOES-FILE
            MOVE PROVISOES-STATUS TO RTR-STATUS-DESTINO
            IF PROVISOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PROVISAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PROVISAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PROVISOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO PROVISOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-QUARTOS.
    MOVE QUARTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT QUARTOS-FILE
        MOVE QUARTOS-STATUS TO RTR-STATUS-ORIGEM
        IF QUARTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ QUARTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-QUARTO
                END-READ
            END-PERFORM
            CLOSE QUARTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO QUARTOS-DATAFILE
            OPEN OUTPUT QUARTOS-FILE
            MOVE QUARTOS-STATUS TO RTR-STATUS-DESTINO
            IF QUARTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-QUARTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-QUARTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE QUARTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO QUARTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RECIBOS.
    MOVE RECIBOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RECIBOS-FILE
        MOVE RECIBOS-STATUS TO RTR-STATUS-ORIGEM
        IF RECIBOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RECIBOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RECIBO
                END-READ
            END-PERFORM
            CLOSE RECIBOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RECIBOS-DATAFILE
            OPEN OUTPUT RECIBOS-FILE
            MOVE RECIBOS-STATUS TO RTR-STATUS-DESTINO
            IF RECIBOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RECIBO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RECIBO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RECIBOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO RECIBOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RECURSOS-NOTA.
    MOVE RECURSOSNOTA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RECURSOS-NOTA-FILE
        MOVE RECURSOSNOTA-STATUS TO RTR-STATUS-ORIGEM
        IF RECURSOSNOTA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RECURSOS-NOTA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RECURSO-NOTA
                END-READ
            END-PERFORM
            CLOSE RECURSOS-NOTA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RECURSOSNOTA-DATAFILE
            OPEN OUTPUT RECURSOS-NOTA-FILE
            MOVE RECURSOSNOTA-STATUS TO RTR-STATUS-DESTINO
            IF RECURSOSNOTA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RECURSO-NOTA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RECURSO-NOTA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RECURSOS-NOTA-FILE
            END-IF
            MOVE RTR-ORIGEM TO RECURSOSNOTA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-REFMB.
    MOVE REFMB-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT REFMB-FILE
        MOVE REFMB-STATUS TO RTR-STATUS-ORIGEM
        IF REFMB-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ REFMB-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-REFMB
                END-READ
            END-PERFORM
            CLOSE REFMB-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO REFMB-DATAFILE
            OPEN OUTPUT REFMB-FILE
            MOVE REFMB-STATUS TO RTR-STATUS-DESTINO
            IF REFMB-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-REFMB
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-REFMB
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE REFMB-FILE
            END-IF
            MOVE RTR-ORIGEM TO REFMB-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-REQUERIMENTOS.
    MOVE REQUERIMENTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT REQUERIMENTOS-FILE
        MOVE REQUERIMENTOS-STATUS TO RTR-STATUS-ORIGEM
        IF REQUERIMENTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ REQUERIMENTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-REQUERIMENTO
                END-READ
            END-PERFORM
            CLOSE REQUERIMENTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO REQUERIMENTOS-DATAFILE
            OPEN OUTPUT REQUERIMENTOS-FILE
            MOVE REQUERIMENTOS-STATUS TO RTR-STATUS-DESTINO
            IF REQUERIMENTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-REQUERIMENTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-REQUERIMENTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE REQUERIMENTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO REQUERIMENTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RESUMOS.
    MOVE RESUMOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RESUMOS-FILE
        MOVE RESUMOS-STATUS TO RTR-STATUS-ORIGEM
        IF RESUMOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RESUMOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RESUMO
                END-READ
            END-PERFORM
            CLOSE RESUMOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RESUMOS-DATAFILE
            OPEN OUTPUT RESUMOS-FILE
            MOVE RESUMOS-STATUS TO RTR-STATUS-DESTINO
            IF RESUMOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RESUMO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RESUMO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RESUMOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO RESUMOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SALAS.
    MOVE SALAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SALAS-FILE
        MOVE SALAS-STATUS TO RTR-STATUS-ORIGEM
        IF SALAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SALAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SALA
                END-READ
            END-PERFORM
            CLOSE SALAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SALAS-DATAFILE
            OPEN OUTPUT SALAS-FILE
            MOVE SALAS-STATUS TO RTR-STATUS-DESTINO
            IF SALAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SALA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SALA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SALAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO SALAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SALARIOS-REG.
    MOVE SALARIOSREG-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SALARIOS-REG-FILE
        MOVE SALARIOSREG-STATUS TO RTR-STATUS-ORIGEM
        IF SALARIOSREG-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SALARIOS-REG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SALARIO-REG
                END-READ
            END-PERFORM
            CLOSE SALARIOS-REG-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SALARIOSREG-DATAFILE
            OPEN OUTPUT SALARIOS-REG-FILE
            MOVE SALARIOSREG-STATUS TO RTR-STATUS-DESTINO
            IF SALARIOSREG-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SALARIO-REG
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SALARIO-REG
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SALARIOS-REG-FILE
            END-IF
            MOVE RTR-ORIGEM TO SALARIOSREG-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SEGUROS.
    MOVE SEGUROS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SEGUROS-FILE
        MOVE SEGUROS-STATUS TO RTR-STATUS-ORIGEM
        IF SEGUROS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SEGUROS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-SEGURO
                        WRITE LINHA-TRANSITO FROM REGISTO-SEGURO
                END-READ
            END-PERFORM
            CLOSE SEGUROS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SEGUROS-DATAFILE
            OPEN OUTPUT SEGUROS-FILE
            MOVE SEGUROS-STATUS TO RTR-STATUS-DESTINO
            IF SEGUROS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SEGURO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SEGURO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SEGUROS-FILE
            END-IF
            MOVE RTR-ORIGEM TO SEGUROS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SEMESTRES.
    MOVE SEMESTRES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SEMESTRES-FILE
        MOVE SEMESTRES-STATUS TO RTR-STATUS-ORIGEM
        IF SEMESTRES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SEMESTRES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SEMESTRE
                END-READ
            END-PERFORM
            CLOSE SEMESTRES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SEMESTRES-DATAFILE
            OPEN OUTPUT SEMESTRES-FILE
            MOVE SEMESTRES-STATUS TO RTR-STATUS-DESTINO
            IF SEMESTRES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SEMESTRE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SEMESTRE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SEMESTRES-FILE
            END-IF
            MOVE RTR-ORIGEM TO SEMESTRES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SEQCONTROL.
    MOVE SEQCONTROL-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SEQCONTROL-FILE
        MOVE SEQCONTROL-STATUS TO RTR-STATUS-ORIGEM
        IF SEQCONTROL-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SEQCONTROL-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SEQCONTROL
                END-READ
            END-PERFORM
            CLOSE SEQCONTROL-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SEQCONTROL-DATAFILE
            OPEN OUTPUT SEQCONTROL-FILE
            MOVE SEQCONTROL-STATUS TO RTR-STATUS-DESTINO
            IF SEQCONTROL-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SEQCONTROL
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SEQCONTROL
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SEQCONTROL-FILE
            END-IF
            MOVE RTR-ORIGEM TO SEQCONTROL-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SESSOES.
    MOVE SESSOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SESSOES-FILE
        MOVE SESSOES-STATUS TO RTR-STATUS-ORIGEM
        IF SESSOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SESSOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SESSOES
                END-READ
            END-PERFORM
            CLOSE SESSOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SESSOES-DATAFILE
            OPEN OUTPUT SESSOES-FILE
            MOVE SESSOES-STATUS TO RTR-STATUS-DESTINO
            IF SESSOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SESSOES
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SESSOES
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SESSOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO SESSOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SINISTROS.
    MOVE SINISTROS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SINISTROS-FILE
        MOVE SINISTROS-STATUS TO RTR-STATUS-ORIGEM
        IF SINISTROS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SINISTROS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-SINISTRO
                        WRITE LINHA-TRANSITO FROM REGISTO-SINISTRO
                END-READ
            END-PERFORM
            CLOSE SINISTROS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SINISTROS-DATAFILE
            OPEN OUTPUT SINISTROS-FILE
            MOVE SINISTROS-STATUS TO RTR-STATUS-DESTINO
            IF SINISTROS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SINISTRO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SINISTRO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SINISTROS-FILE
            END-IF
            MOVE RTR-ORIGEM TO SINISTROS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SITACAD.
    MOVE SITACAD-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SITACAD-FILE
        MOVE SITACAD-STATUS TO RTR-STATUS-ORIGEM
        IF SITACAD-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SITACAD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SITACAD
                END-READ
            END-PERFORM
            CLOSE SITACAD-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SITACAD-DATAFILE
            OPEN OUTPUT SITACAD-FILE
            MOVE SITACAD-STATUS TO RTR-STATUS-DESTINO
            IF SITACAD-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SITACAD
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SITACAD
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SITACAD-FILE
            END-IF
            MOVE RTR-ORIGEM TO SITACAD-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-SOBRECARGA.
    MOVE SOBRECARGA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT SOBRECARGA-FILE
        MOVE SOBRECARGA-STATUS TO RTR-STATUS-ORIGEM
        IF SOBRECARGA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ SOBRECARGA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-SOBRECARGA
                END-READ
            END-PERFORM
            CLOSE SOBRECARGA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO SOBRECARGA-DATAFILE
            OPEN OUTPUT SOBRECARGA-FILE
            MOVE SOBRECARGA-STATUS TO RTR-STATUS-DESTINO
            IF SOBRECARGA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-SOBRECARGA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-SOBRECARGA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE SOBRECARGA-FILE
            END-IF
            MOVE RTR-ORIGEM TO SOBRECARGA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TARIFAS-DOC.
    MOVE TARIFASDOC-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TARIFAS-DOC-FILE
        MOVE TARIFASDOC-STATUS TO RTR-STATUS-ORIGEM
        IF TARIFASDOC-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TARIFAS-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TARIFA-DOC
                END-READ
            END-PERFORM
            CLOSE TARIFAS-DOC-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TARIFASDOC-DATAFILE
            OPEN OUTPUT TARIFAS-DOC-FILE
            MOVE TARIFASDOC-STATUS TO RTR-STATUS-DESTINO
            IF TARIFASDOC-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TARIFA-DOC
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TARIFA-DOC
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TARIFAS-DOC-FILE
            END-IF
            MOVE RTR-ORIGEM TO TARIFASDOC-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TAXAS.
    MOVE TAXAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TAXAS-FILE
        MOVE TAXAS-STATUS TO RTR-STATUS-ORIGEM
        IF TAXAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TAXAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TAXA
                END-READ
            END-PERFORM
            CLOSE TAXAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TAXAS-DATAFILE
            OPEN OUTPUT TAXAS-FILE
            MOVE TAXAS-STATUS TO RTR-STATUS-DESTINO
            IF TAXAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TAXA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TAXA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TAXAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO TAXAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TESES.
    MOVE TESES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TESES-FILE
        MOVE TESES-STATUS TO RTR-STATUS-ORIGEM
        IF TESES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TESES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TESE
                END-READ
            END-PERFORM
            CLOSE TESES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TESES-DATAFILE
            OPEN OUTPUT TESES-FILE
            MOVE TESES-STATUS TO RTR-STATUS-DESTINO
            IF TESES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TESE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TESE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TESES-FILE
            END-IF
            MOVE RTR-ORIGEM TO TESES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TURMAS.
    MOVE TURMAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TURMAS-FILE
        MOVE TURMAS-STATUS TO RTR-STATUS-ORIGEM
        IF TURMAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TURMAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TURMA
                END-READ
            END-PERFORM
            CLOSE TURMAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TURMAS-DATAFILE
            OPEN OUTPUT TURMAS-FILE
            MOVE TURMAS-STATUS TO RTR-STATUS-DESTINO
            IF TURMAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TURMA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TURMA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TURMAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO TURMAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TURMA-ALUNO.
    MOVE TURMAALUNO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TURMA-ALUNO-FILE
        MOVE TURMAALUNO-STATUS TO RTR-STATUS-ORIGEM
        IF TURMAALUNO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TURMA-ALUNO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TURMA-ALUNO
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TURMAALUNO-DATAFILE
            OPEN OUTPUT TURMA-ALUNO-FILE
            MOVE TURMAALUNO-STATUS TO RTR-STATUS-DESTINO
            IF TURMAALUNO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TURMA-ALUNO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TURMA-ALUNO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TURMA-ALUNO-FILE
            END-IF
            MOVE RTR-ORIGEM TO TURMAALUNO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TURMA-ESPERA.
    MOVE TURMAESPERA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TURMA-ESPERA-FILE
        MOVE TURMAESPERA-STATUS TO RTR-STATUS-ORIGEM
        IF TURMAESPERA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TURMA-ESPERA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TURMA-ESPERA
                END-READ
            END-PERFORM
            CLOSE TURMA-ESPERA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TURMAESPERA-DATAFILE
            OPEN OUTPUT TURMA-ESPERA-FILE
            MOVE TURMAESPERA-STATUS TO RTR-STATUS-DESTINO
            IF TURMAESPERA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TURMA-ESPERA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TURMA-ESPERA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TURMA-ESPERA-FILE
            END-IF
            MOVE RTR-ORIGEM TO TURMAESPERA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VAGAS.
    MOVE VAGAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VAGAS-FILE
        MOVE VAGAS-STATUS TO RTR-STATUS-ORIGEM
        IF VAGAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VAGAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VAGA
                END-READ
            END-PERFORM
            CLOSE VAGAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VAGAS-DATAFILE
            OPEN OUTPUT VAGAS-FILE
            MOVE VAGAS-STATUS TO RTR-STATUS-DESTINO
            IF VAGAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VAGA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VAGA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VAGAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO VAGAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ADIANTAMENTOS.
    MOVE ADIANTAMENTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ADIANTAMENTOS-FILE
        MOVE ADIANTAMENTOS-STATUS TO RTR-STATUS-ORIGEM
        IF ADIANTAMENTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ADIANTAMENTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ADIANTAMENTO
                END-READ
            END-PERFORM
            CLOSE ADIANTAMENTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ADIANTAMENTOS-DATAFILE
            OPEN OUTPUT ADIANTAMENTOS-FILE
            MOVE ADIANTAMENTOS-STATUS TO RTR-STATUS-DESTINO
            IF ADIANTAMENTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ADIANTAMENTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ADIANTAMENTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ADIANTAMENTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ADIANTAMENTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ARMAZENS.
    MOVE ARMAZENS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ARMAZENS-FILE
        MOVE ARMAZENS-STATUS TO RTR-STATUS-ORIGEM
        IF ARMAZENS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ARMAZENS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ARMAZEM
                END-READ
            END-PERFORM
            CLOSE ARMAZENS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ARMAZENS-DATAFILE
            OPEN OUTPUT ARMAZENS-FILE
            MOVE ARMAZENS-STATUS TO RTR-STATUS-DESTINO
            IF ARMAZENS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ARMAZEM
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ARMAZEM
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ARMAZENS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ARMAZENS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ARTIGOS.
    MOVE ARTIGOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ARTIGOS-FILE
        MOVE ARTIGOS-STATUS TO RTR-STATUS-ORIGEM
        IF ARTIGOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ARTIGOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ARTIGO
                END-READ
            END-PERFORM
            CLOSE ARTIGOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ARTIGOS-DATAFILE
            OPEN OUTPUT ARTIGOS-FILE
            MOVE ARTIGOS-STATUS TO RTR-STATUS-DESTINO
            IF ARTIGOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ARTIGO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ARTIGO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ARTIGOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ARTIGOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ATIVOS.
    MOVE ATIVOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ATIVOS-FILE
        MOVE ATIVOS-STATUS TO RTR-STATUS-ORIGEM
        IF ATIVOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ATIVOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-ATIVO
                        WRITE LINHA-TRANSITO FROM REGISTO-ATIVO
                END-READ
            END-PERFORM
            CLOSE ATIVOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ATIVOS-DATAFILE
            OPEN OUTPUT ATIVOS-FILE
            MOVE ATIVOS-STATUS TO RTR-STATUS-DESTINO
            IF ATIVOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ATIVO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ATIVO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ATIVOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ATIVOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ATIVOSMOV.
    MOVE ATIVOSMOV-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ATIVOSMOV-FILE
        MOVE ATIVOSMOV-STATUS TO RTR-STATUS-ORIGEM
        IF ATIVOSMOV-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ATIVOSMOV-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ATIVOSMOV
                END-READ
            END-PERFORM
            CLOSE ATIVOSMOV-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ATIVOSMOV-DATAFILE
            OPEN OUTPUT ATIVOSMOV-FILE
            MOVE ATIVOSMOV-STATUS TO RTR-STATUS-DESTINO
            IF ATIVOSMOV-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ATIVOSMOV
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ATIVOSMOV
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ATIVOSMOV-FILE
            END-IF
            MOVE RTR-ORIGEM TO ATIVOSMOV-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CAMBIOS.
    MOVE CAMBIOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CAMBIOS-FILE
        MOVE CAMBIOS-STATUS TO RTR-STATUS-ORIGEM
        IF CAMBIOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CAMBIOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CAMBIO
                END-READ
            END-PERFORM
            CLOSE CAMBIOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CAMBIOS-DATAFILE
            OPEN OUTPUT CAMBIOS-FILE
            MOVE CAMBIOS-STATUS TO RTR-STATUS-DESTINO
            IF CAMBIOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CAMBIO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CAMBIO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CAMBIOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO CAMBIOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CATALOGO.
    MOVE CATALOGO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CATALOGO-FILE
        MOVE CATALOGO-STATUS TO RTR-STATUS-ORIGEM
        IF CATALOGO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CATALOGO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CATALOGO
                END-READ
            END-PERFORM
            CLOSE CATALOGO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CATALOGO-DATAFILE
            OPEN OUTPUT CATALOGO-FILE
            MOVE CATALOGO-STATUS TO RTR-STATUS-DESTINO
            IF CATALOGO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CATALOGO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CATALOGO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CATALOGO-FILE
            END-IF
            MOVE RTR-ORIGEM TO CATALOGO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CLASSES-ATIVO.
    MOVE CLASSESATIVO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CLASSES-ATIVO-FILE
        MOVE CLASSESATIVO-STATUS TO RTR-STATUS-ORIGEM
        IF CLASSESATIVO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CLASSES-ATIVO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CLASSE-ATIVO
                END-READ
            END-PERFORM
            CLOSE CLASSES-ATIVO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CLASSESATIVO-DATAFILE
            OPEN OUTPUT CLASSES-ATIVO-FILE
            MOVE CLASSESATIVO-STATUS TO RTR-STATUS-DESTINO
            IF CLASSESATIVO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CLASSE-ATIVO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CLASSE-ATIVO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CLASSES-ATIVO-FILE
            END-IF
            MOVE RTR-ORIGEM TO CLASSESATIVO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CONTRATOS.
    MOVE CONTRATOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CONTRATOS-FILE
        MOVE CONTRATOS-STATUS TO RTR-STATUS-ORIGEM
        IF CONTRATOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CONTRATOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CONTRATO
                END-READ
            END-PERFORM
            CLOSE CONTRATOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CONTRATOS-DATAFILE
            OPEN OUTPUT CONTRATOS-FILE
            MOVE CONTRATOS-STATUS TO RTR-STATUS-DESTINO
            IF CONTRATOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CONTRATO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CONTRATO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CONTRATOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO CONTRATOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-CONTRATOS-LIN.
    MOVE CONTRATOSLIN-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT CONTRATOS-LIN-FILE
        MOVE CONTRATOSLIN-STATUS TO RTR-STATUS-ORIGEM
        IF CONTRATOSLIN-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ CONTRATOS-LIN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-CONTRATO-LIN
                END-READ
            END-PERFORM
            CLOSE CONTRATOS-LIN-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO CONTRATOSLIN-DATAFILE
            OPEN OUTPUT CONTRATOS-LIN-FILE
            MOVE CONTRATOSLIN-STATUS TO RTR-STATUS-DESTINO
            IF CONTRATOSLIN-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-CONTRATO-LIN
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-CONTRATO-LIN
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE CONTRATOS-LIN-FILE
            END-IF
            MOVE RTR-ORIGEM TO CONTRATOSLIN-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-COTACOES.
    MOVE COTACOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT COTACOES-FILE
        MOVE COTACOES-STATUS TO RTR-STATUS-ORIGEM
        IF COTACOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ COTACOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-COTACAO
                END-READ
            END-PERFORM
            CLOSE COTACOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO COTACOES-DATAFILE
            OPEN OUTPUT COTACOES-FILE
            MOVE COTACOES-STATUS TO RTR-STATUS-DESTINO
            IF COTACOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-COTACAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-COTACAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE COTACOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO COTACOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DESPESAS-DOC.
    MOVE DESPESAS-DOC-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DESPESAS-DOC-FILE
        MOVE DESPESAS-DOC-STATUS TO RTR-STATUS-ORIGEM
        IF DESPESAS-DOC-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DESPESAS-DOC-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DESPESA-DOC
                END-READ
            END-PERFORM
            CLOSE DESPESAS-DOC-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DESPESAS-DOC-DATAFILE
            OPEN OUTPUT DESPESAS-DOC-FILE
            MOVE DESPESAS-DOC-STATUS TO RTR-STATUS-DESTINO
            IF DESPESAS-DOC-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DESPESA-DOC
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DESPESA-DOC
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DESPESAS-DOC-FILE
            END-IF
            MOVE RTR-ORIGEM TO DESPESAS-DOC-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DESPESAS-DOC-LIN.
    MOVE DESPESAS-DOC-LIN-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DESPESAS-DOC-LIN-FILE
        MOVE DESPESAS-DOC-LIN-STATUS TO RTR-STATUS-ORIGEM
        IF DESPESAS-DOC-LIN-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DESPESAS-DOC-LIN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO
                            FROM REGISTO-DESPESA-DOC-LIN
                END-READ
            END-PERFORM
            CLOSE DESPESAS-DOC-LIN-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DESPESAS-DOC-LIN-DATAFILE
            OPEN OUTPUT DESPESAS-DOC-LIN-FILE
            MOVE DESPESAS-DOC-LIN-STATUS TO RTR-STATUS-DESTINO
            IF DESPESAS-DOC-LIN-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DESPESA-DOC-LIN
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DESPESA-DOC-LIN
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DESPESAS-DOC-LIN-FILE
            END-IF
            MOVE RTR-ORIGEM TO DESPESAS-DOC-LIN-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DEVOLUCOES.
    MOVE DEVOLUCOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DEVOLUCOES-FILE
        MOVE DEVOLUCOES-STATUS TO RTR-STATUS-ORIGEM
        IF DEVOLUCOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DEVOLUCOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DEVOLUCAO
                END-READ
            END-PERFORM
            CLOSE DEVOLUCOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DEVOLUCOES-DATAFILE
            OPEN OUTPUT DEVOLUCOES-FILE
            MOVE DEVOLUCOES-STATUS TO RTR-STATUS-DESTINO
            IF DEVOLUCOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DEVOLUCAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DEVOLUCAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DEVOLUCOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO DEVOLUCOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-DUP-DECISOES.
    MOVE DUPDECISOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT DUP-DECISOES-FILE
        MOVE DUPDECISOES-STATUS TO RTR-STATUS-ORIGEM
        IF DUPDECISOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ DUP-DECISOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-DUP-DECISAO
                END-READ
            END-PERFORM
            CLOSE DUP-DECISOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO DUPDECISOES-DATAFILE
            OPEN OUTPUT DUP-DECISOES-FILE
            MOVE DUPDECISOES-STATUS TO RTR-STATUS-DESTINO
            IF DUPDECISOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-DUP-DECISAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-DUP-DECISAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE DUP-DECISOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO DUPDECISOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-FATURAS.
    MOVE FATURAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT FATURAS-FILE
        MOVE FATURAS-STATUS TO RTR-STATUS-ORIGEM
        IF FATURAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ FATURAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-FATURA
                END-READ
            END-PERFORM
            CLOSE FATURAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO FATURAS-DATAFILE
            OPEN OUTPUT FATURAS-FILE
            MOVE FATURAS-STATUS TO RTR-STATUS-DESTINO
            IF FATURAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-FATURA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-FATURA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE FATURAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO FATURAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-FUNDOS-MANEIO.
    MOVE FUNDOS-MANEIO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT FUNDOS-MANEIO-FILE
        MOVE FUNDOS-MANEIO-STATUS TO RTR-STATUS-ORIGEM
        IF FUNDOS-MANEIO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ FUNDOS-MANEIO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-FUNDO
                        WRITE LINHA-TRANSITO FROM REGISTO-FUNDO-MANEIO
                END-READ
            END-PERFORM
            CLOSE FUNDOS-MANEIO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO FUNDOS-MANEIO-DATAFILE
            OPEN OUTPUT FUNDOS-MANEIO-FILE
            MOVE FUNDOS-MANEIO-STATUS TO RTR-STATUS-DESTINO
            IF FUNDOS-MANEIO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-FUNDO-MANEIO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-FUNDO-MANEIO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE FUNDOS-MANEIO-FILE
            END-IF
            MOVE RTR-ORIGEM TO FUNDOS-MANEIO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-IMPUTACOES.
    MOVE IMPUTACOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT IMPUTACOES-FILE
        MOVE IMPUTACOES-STATUS TO RTR-STATUS-ORIGEM
        IF IMPUTACOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ IMPUTACOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-IMPUTACAO
                END-READ
            END-PERFORM
            CLOSE IMPUTACOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO IMPUTACOES-DATAFILE
            OPEN OUTPUT IMPUTACOES-FILE
            MOVE IMPUTACOES-STATUS TO RTR-STATUS-DESTINO
            IF IMPUTACOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-IMPUTACAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-IMPUTACAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE IMPUTACOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO IMPUTACOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-LOTES.
    MOVE LOTES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT LOTES-FILE
        MOVE LOTES-STATUS TO RTR-STATUS-ORIGEM
        IF LOTES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ LOTES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-LOTE
                END-READ
            END-PERFORM
            CLOSE LOTES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO LOTES-DATAFILE
            OPEN OUTPUT LOTES-FILE
            MOVE LOTES-STATUS TO RTR-STATUS-DESTINO
            IF LOTES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-LOTE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-LOTE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE LOTES-FILE
            END-IF
            MOVE RTR-ORIGEM TO LOTES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-ORCAMENTOS.
    MOVE ORCAMENTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT ORCAMENTOS-FILE
        MOVE ORCAMENTOS-STATUS TO RTR-STATUS-ORIGEM
        IF ORCAMENTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ ORCAMENTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-ORCAMENTO
                END-READ
            END-PERFORM
            CLOSE ORCAMENTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO ORCAMENTOS-DATAFILE
            OPEN OUTPUT ORCAMENTOS-FILE
            MOVE ORCAMENTOS-STATUS TO RTR-STATUS-DESTINO
            IF ORCAMENTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-ORCAMENTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-ORCAMENTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE ORCAMENTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO ORCAMENTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PEND-BANCO.
    MOVE PENDBANCO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PEND-BANCO-FILE
        MOVE PENDBANCO-STATUS TO RTR-STATUS-ORIGEM
        IF PENDBANCO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PEND-BANCO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-PEND-BANCO
                        WRITE LINHA-TRANSITO FROM REGISTO-PEND-BANCO
                END-READ
            END-PERFORM
            CLOSE PEND-BANCO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PENDBANCO-DATAFILE
            OPEN OUTPUT PEND-BANCO-FILE
            MOVE PENDBANCO-STATUS TO RTR-STATUS-DESTINO
            IF PENDBANCO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PEND-BANCO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PEND-BANCO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PEND-BANCO-FILE
            END-IF
            MOVE RTR-ORIGEM TO PENDBANCO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-POEMENDAS.
    MOVE POEMENDAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT POEMENDAS-FILE
        MOVE POEMENDAS-STATUS TO RTR-STATUS-ORIGEM
        IF POEMENDAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ POEMENDAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-POEMENDA
                END-READ
            END-PERFORM
            CLOSE POEMENDAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO POEMENDAS-DATAFILE
            OPEN OUTPUT POEMENDAS-FILE
            MOVE POEMENDAS-STATUS TO RTR-STATUS-DESTINO
            IF POEMENDAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-POEMENDA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-POEMENDA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE POEMENDAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO POEMENDAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PRECOHIST.
    MOVE PRECOHIST-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PRECOHIST-FILE
        MOVE PRECOHIST-STATUS TO RTR-STATUS-ORIGEM
        IF PRECOHIST-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PRECOHIST-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PRECOHIST
                END-READ
            END-PERFORM
            CLOSE PRECOHIST-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PRECOHIST-DATAFILE
            OPEN OUTPUT PRECOHIST-FILE
            MOVE PRECOHIST-STATUS TO RTR-STATUS-DESTINO
            IF PRECOHIST-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PRECOHIST
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PRECOHIST
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PRECOHIST-FILE
            END-IF
            MOVE RTR-ORIGEM TO PRECOHIST-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PREVISTOS.
    MOVE PREVISTOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PREVISTOS-FILE
        MOVE PREVISTOS-STATUS TO RTR-STATUS-ORIGEM
        IF PREVISTOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PREVISTOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-PREVISTO
                END-READ
            END-PERFORM
            CLOSE PREVISTOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PREVISTOS-DATAFILE
            OPEN OUTPUT PREVISTOS-FILE
            MOVE PREVISTOS-STATUS TO RTR-STATUS-DESTINO
            IF PREVISTOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PREVISTO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PREVISTO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PREVISTOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO PREVISTOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-PROJETOS.
    MOVE PROJETOS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT PROJETOS-FILE
        MOVE PROJETOS-STATUS TO RTR-STATUS-ORIGEM
        IF PROJETOS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ PROJETOS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-PROJETO
                        WRITE LINHA-TRANSITO FROM REGISTO-PROJETO
                END-READ
            END-PERFORM
            CLOSE PROJETOS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO PROJETOS-DATAFILE
            OPEN OUTPUT PROJETOS-FILE
            MOVE PROJETOS-STATUS TO RTR-STATUS-DESTINO
            IF PROJETOS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-PROJETO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-PROJETO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE PROJETOS-FILE
            END-IF
            MOVE RTR-ORIGEM TO PROJETOS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RECECAO.
    MOVE RECECAO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RECECAO-FILE
        MOVE RECECAO-STATUS TO RTR-STATUS-ORIGEM
        IF RECECAO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RECECAO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RECECAO
                END-READ
            END-PERFORM
            CLOSE RECECAO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RECECAO-DATAFILE
            OPEN OUTPUT RECECAO-FILE
            MOVE RECECAO-STATUS TO RTR-STATUS-DESTINO
            IF RECECAO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RECECAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RECECAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RECECAO-FILE
            END-IF
            MOVE RTR-ORIGEM TO RECECAO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RECORRENTES.
    MOVE RECORRENTES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RECORRENTES-FILE
        MOVE RECORRENTES-STATUS TO RTR-STATUS-ORIGEM
        IF RECORRENTES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RECORRENTES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RECORRENTE
                END-READ
            END-PERFORM
            CLOSE RECORRENTES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RECORRENTES-DATAFILE
            OPEN OUTPUT RECORRENTES-FILE
            MOVE RECORRENTES-STATUS TO RTR-STATUS-DESTINO
            IF RECORRENTES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RECORRENTE
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RECORRENTE
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RECORRENTES-FILE
            END-IF
            MOVE RTR-ORIGEM TO RECORRENTES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-REQUISICOES.
    MOVE REQUISICOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT REQUISICOES-FILE
        MOVE REQUISICOES-STATUS TO RTR-STATUS-ORIGEM
        IF REQUISICOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ REQUISICOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-REQUISICAO
                END-READ
            END-PERFORM
            CLOSE REQUISICOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO REQUISICOES-DATAFILE
            OPEN OUTPUT REQUISICOES-FILE
            MOVE REQUISICOES-STATUS TO RTR-STATUS-DESTINO
            IF REQUISICOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-REQUISICAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-REQUISICAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE REQUISICOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO REQUISICOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RETENCOES.
    MOVE RETENCOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RETENCOES-FILE
        MOVE RETENCOES-STATUS TO RTR-STATUS-ORIGEM
        IF RETENCOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RETENCOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-RETENCAO
                        WRITE LINHA-TRANSITO FROM REGISTO-RETENCAO
                END-READ
            END-PERFORM
            CLOSE RETENCOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RETENCOES-DATAFILE
            OPEN OUTPUT RETENCOES-FILE
            MOVE RETENCOES-STATUS TO RTR-STATUS-DESTINO
            IF RETENCOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RETENCAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RETENCAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RETENCOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO RETENCOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-RFQ.
    MOVE RFQ-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT RFQ-FILE
        MOVE RFQ-STATUS TO RTR-STATUS-ORIGEM
        IF RFQ-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ RFQ-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-RFQ
                END-READ
            END-PERFORM
            CLOSE RFQ-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO RFQ-DATAFILE
            OPEN OUTPUT RFQ-FILE
            MOVE RFQ-STATUS TO RTR-STATUS-DESTINO
            IF RFQ-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-RFQ
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-RFQ
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE RFQ-FILE
            END-IF
            MOVE RTR-ORIGEM TO RFQ-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-STOCKS.
    MOVE STOCKS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT STOCKS-FILE
        MOVE STOCKS-STATUS TO RTR-STATUS-ORIGEM
        IF STOCKS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ STOCKS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-STOCK
                END-READ
            END-PERFORM
            CLOSE STOCKS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO STOCKS-DATAFILE
            OPEN OUTPUT STOCKS-FILE
            MOVE STOCKS-STATUS TO RTR-STATUS-DESTINO
            IF STOCKS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-STOCK
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-STOCK
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE STOCKS-FILE
            END-IF
            MOVE RTR-ORIGEM TO STOCKS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-STOCKARM.
    MOVE STOCKARM-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT STOCKARM-FILE
        MOVE STOCKARM-STATUS TO RTR-STATUS-ORIGEM
        IF STOCKARM-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ STOCKARM-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-STOCKARM
                END-READ
            END-PERFORM
            CLOSE STOCKARM-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO STOCKARM-DATAFILE
            OPEN OUTPUT STOCKARM-FILE
            MOVE STOCKARM-STATUS TO RTR-STATUS-DESTINO
            IF STOCKARM-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-STOCKARM
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-STOCKARM
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE STOCKARM-FILE
            END-IF
            MOVE RTR-ORIGEM TO STOCKARM-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-STOCKMOV.
    MOVE STOCKMOV-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT STOCKMOV-FILE
        MOVE STOCKMOV-STATUS TO RTR-STATUS-ORIGEM
        IF STOCKMOV-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ STOCKMOV-FILE
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-STOCKMOV
                END-READ
            END-PERFORM
            CLOSE STOCKMOV-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO STOCKMOV-DATAFILE
            OPEN OUTPUT STOCKMOV-FILE
            MOVE STOCKMOV-STATUS TO RTR-STATUS-DESTINO
            IF STOCKMOV-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-STOCKMOV
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-STOCKMOV
                            ADD 1 TO RTR-GRAVADOS
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE STOCKMOV-FILE
            END-IF
            MOVE RTR-ORIGEM TO STOCKMOV-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-TRANSFERENCIAS.
    MOVE TRANSFERENCIAS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT TRANSFERENCIAS-FILE
        MOVE TRANSFERENCIAS-STATUS TO RTR-STATUS-ORIGEM
        IF TRANSFERENCIAS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ TRANSFERENCIAS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-TRANSFERENCIA
                END-READ
            END-PERFORM
            CLOSE TRANSFERENCIAS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO TRANSFERENCIAS-DATAFILE
            OPEN OUTPUT TRANSFERENCIAS-FILE
            MOVE TRANSFERENCIAS-STATUS TO RTR-STATUS-DESTINO
            IF TRANSFERENCIAS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-TRANSFERENCIA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-TRANSFERENCIA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE TRANSFERENCIAS-FILE
            END-IF
            MOVE RTR-ORIGEM TO TRANSFERENCIAS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VALES-CAIXA.
    MOVE VALES-CAIXA-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VALES-CAIXA-FILE
        MOVE VALES-CAIXA-STATUS TO RTR-STATUS-ORIGEM
        IF VALES-CAIXA-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VALES-CAIXA-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VALE-CAIXA
                END-READ
            END-PERFORM
            CLOSE VALES-CAIXA-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VALES-CAIXA-DATAFILE
            OPEN OUTPUT VALES-CAIXA-FILE
            MOVE VALES-CAIXA-STATUS TO RTR-STATUS-DESTINO
            IF VALES-CAIXA-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VALE-CAIXA
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VALE-CAIXA
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VALES-CAIXA-FILE
            END-IF
            MOVE RTR-ORIGEM TO VALES-CAIXA-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VENDOR.
    MOVE VENDOR-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VENDOR-FILE
        MOVE VENDOR-FILE-STATUS TO RTR-STATUS-ORIGEM
        IF VENDOR-FILE-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VENDOR-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-VENDOR
                        WRITE LINHA-TRANSITO FROM VENDOR-RECORD
                END-READ
            END-PERFORM
            CLOSE VENDOR-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VENDOR-DATAFILE
            OPEN OUTPUT VENDOR-FILE
            MOVE VENDOR-FILE-STATUS TO RTR-STATUS-DESTINO
            IF VENDOR-FILE-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO VENDOR-RECORD
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE VENDOR-RECORD
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VENDOR-FILE
            END-IF
            MOVE RTR-ORIGEM TO VENDOR-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VENDOR-CONTACT.
    MOVE VCONTACT-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VENDOR-CONTACT-FILE
        MOVE VCONTACT-STATUS TO RTR-STATUS-ORIGEM
        IF VCONTACT-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VENDOR-CONTACT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        PERFORM MASCARAR-VENDOR-CONTACT
                        WRITE LINHA-TRANSITO FROM REGISTO-VENDOR-CONTACT
                END-READ
            END-PERFORM
            CLOSE VENDOR-CONTACT-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VCONTACT-DATAFILE
            OPEN OUTPUT VENDOR-CONTACT-FILE
            MOVE VCONTACT-STATUS TO RTR-STATUS-DESTINO
            IF VCONTACT-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VENDOR-CONTACT
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VENDOR-CONTACT
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VENDOR-CONTACT-FILE
            END-IF
            MOVE RTR-ORIGEM TO VCONTACT-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VENDORDOCS.
    MOVE VENDORDOCS-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VENDORDOCS-FILE
        MOVE VENDORDOCS-STATUS TO RTR-STATUS-ORIGEM
        IF VENDORDOCS-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VENDORDOCS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VENDORDOC
                END-READ
            END-PERFORM
            CLOSE VENDORDOCS-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VENDORDOCS-DATAFILE
            OPEN OUTPUT VENDORDOCS-FILE
            MOVE VENDORDOCS-STATUS TO RTR-STATUS-DESTINO
            IF VENDORDOCS-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VENDORDOC
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VENDORDOC
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VENDORDOCS-FILE
            END-IF
            MOVE RTR-ORIGEM TO VENDORDOCS-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VENDOR-PO.
    MOVE VPO-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VENDOR-PO-FILE
        MOVE VPO-STATUS TO RTR-STATUS-ORIGEM
        IF VPO-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VENDOR-PO-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VENDOR-PO
                END-READ
            END-PERFORM
            CLOSE VENDOR-PO-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VPO-DATAFILE
            OPEN OUTPUT VENDOR-PO-FILE
            MOVE VPO-STATUS TO RTR-STATUS-DESTINO
            IF VPO-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VENDOR-PO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VENDOR-PO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VENDOR-PO-FILE
            END-IF
            MOVE RTR-ORIGEM TO VPO-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VENDOR-PO-LIN.
    MOVE VPL-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VENDOR-PO-LIN-FILE
        MOVE VPL-STATUS TO RTR-STATUS-ORIGEM
        IF VPL-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VENDOR-PO-LIN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VENDOR-PO-LIN
                END-READ
            END-PERFORM
            CLOSE VENDOR-PO-LIN-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VPL-DATAFILE
            OPEN OUTPUT VENDOR-PO-LIN-FILE
            MOVE VPL-STATUS TO RTR-STATUS-DESTINO
            IF VPL-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VENDOR-PO-LIN
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VENDOR-PO-LIN
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VENDOR-PO-LIN-FILE
            END-IF
            MOVE RTR-ORIGEM TO VPL-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

COPIAR-VERIFICACOES.
    MOVE VERIFICACOES-DATAFILE TO RTR-ORIGEM
    PERFORM PREPARAR-DESTINO
    IF RTR-DESTINO-OK = 'S'
        OPEN OUTPUT TRANSITO-FILE
        OPEN INPUT VERIFICACOES-FILE
        MOVE VERIFICACOES-STATUS TO RTR-STATUS-ORIGEM
        IF VERIFICACOES-STATUS = "00"
            MOVE 'N' TO RTR-FIM-FICHEIRO
            PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                READ VERIFICACOES-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                    NOT AT END
                        ADD 1 TO RTR-LIDOS
                        WRITE LINHA-TRANSITO FROM REGISTO-VERIFICACAO
                END-READ
            END-PERFORM
            CLOSE VERIFICACOES-FILE
        END-IF
        CLOSE TRANSITO-FILE
        IF RTR-STATUS-ORIGEM = "00" OR RTR-STATUS-ORIGEM = "35"
            MOVE RTR-DESTINO TO VERIFICACOES-DATAFILE
            OPEN OUTPUT VERIFICACOES-FILE
            MOVE VERIFICACOES-STATUS TO RTR-STATUS-DESTINO
            IF VERIFICACOES-STATUS = "00"
                OPEN INPUT TRANSITO-FILE
                MOVE 'N' TO RTR-FIM-FICHEIRO
                PERFORM UNTIL RTR-FIM-FICHEIRO = 'Y'
                    READ TRANSITO-FILE INTO REGISTO-VERIFICACAO
                        AT END MOVE 'Y' TO RTR-FIM-FICHEIRO
                        NOT AT END
                            WRITE REGISTO-VERIFICACAO
                                INVALID KEY
                                    ADD 1 TO RTR-ERROS
                                NOT INVALID KEY
                                    ADD 1 TO RTR-GRAVADOS
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE TRANSITO-FILE
                CLOSE VERIFICACOES-FILE
            END-IF
            MOVE RTR-ORIGEM TO VERIFICACOES-DATAFILE
        END-IF
        PERFORM REGISTAR-RESUMO-FICHEIRO
    END-IF.

*>----------------------------------------------------------------
*> valores ficticios. Sao todos derivados da chave do registo,
*> pelo que o mesmo aluno, docente ou fornecedor recebe o mesmo
*> valor em todos os ficheiros e em todos os refrescamentos.
*>----------------------------------------------------------------
MONTAR-TEXTO-FALSO.
    MOVE SPACES TO RTR-NOME-FALSO
    STRING RTR-PREFIXO DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RTR-CHAVE-TEXTO DELIMITED BY SPACE
           INTO RTR-NOME-FALSO.

MONTAR-NOME-FALSO.
    PERFORM MONTAR-TEXTO-FALSO
    ADD 1 TO RTR-TOT-NOMES RTR-MASC-FICHEIRO.

MONTAR-MORADA-FALSA.
    MOVE SPACES TO RTR-MORADA-FALSA
    STRING "RUA DE FORMACAO " DELIMITED BY SIZE
           RTR-CHAVE-TEXTO DELIMITED BY SPACE
           INTO RTR-MORADA-FALSA
    ADD 1 TO RTR-TOT-MORADAS RTR-MASC-FICHEIRO.

MONTAR-TELEFONE-FALSO.
    MOVE SPACES TO RTR-TELEFONE-FALSO
    STRING RTR-TEL-INDICATIVO DELIMITED BY SPACE
           RTR-CHAVE-TEXTO DELIMITED BY SPACE
           INTO RTR-TELEFONE-FALSO
    ADD 1 TO RTR-TOT-CONTACTOS RTR-MASC-FICHEIRO.

MONTAR-EMAIL-FALSO.
    MOVE SPACES TO RTR-EMAIL-FALSO
    STRING RTR-PREFIXO-EMAIL DELIMITED BY SPACE
           RTR-CHAVE-TEXTO DELIMITED BY SPACE
           "@exemplo.invalid" DELIMITED BY SIZE
           INTO RTR-EMAIL-FALSO
    ADD 1 TO RTR-TOT-CONTACTOS RTR-MASC-FICHEIRO.

*> NIF ficticio: classe (2 aluno, 3 pagador, 5 fornecedor,
*> 6 entidade, 7 patrocinador), 00, a chave e o digito de
*> controlo que VALIDAR-NIF aceita.
GERAR-NIF-FALSO.
    MOVE SPACES TO NIF-VALIDAR
    STRING RTR-NIF-CLASSE DELIMITED BY SIZE
           "00" DELIMITED BY SIZE
           RTR-CHAVE-NUM DELIMITED BY SIZE
           "0" DELIMITED BY SIZE
           INTO NIF-VALIDAR
    SET NIF-INVALIDO TO TRUE
    MOVE ZERO TO RTR-CD-TESTE
    PERFORM UNTIL NIF-VALIDO OR RTR-CD-TESTE > 9
        MOVE RTR-CD-TESTE TO NIF-DIGITO (9)
        PERFORM VALIDAR-NIF
        ADD 1 TO RTR-CD-TESTE
    END-PERFORM
    MOVE NIF-VALIDAR TO RTR-NIF-FALSO
    ADD 1 TO RTR-TOT-NIFS RTR-MASC-FICHEIRO.

GERAR-IBAN-FALSO.
    MOVE RTR-CHAVE-NUM TO RTR-IBAN-CHAVE
    SET IBAN-INVALIDO TO TRUE
    MOVE ZERO TO RTR-CD-TESTE
    PERFORM UNTIL IBAN-VALIDO OR RTR-CD-TESTE > 99
        MOVE RTR-CD-TESTE TO RTR-IBAN-CD
        MOVE RTR-IBAN-FALSO TO IBAN-VALIDAR
        PERFORM VALIDAR-IBAN
        ADD 1 TO RTR-CD-TESTE
    END-PERFORM
    ADD 1 TO RTR-TOT-IBANS RTR-MASC-FICHEIRO.

*>----------------------------------------------------------------
*> regras por ficheiro
*>----------------------------------------------------------------
MASCARAR-ALUNO.
    MOVE ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO NOME-ALUNO.

MASCARAR-ALUNO-MASTER.
    MOVE MASTER-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO MASTER-NOME-ALUNO
*> da data de nascimento fica o ano, para as idades continuarem
*> plausiveis no seguro escolar.
    IF MASTER-DATA-NASCIMENTO NOT = ZERO
        MOVE "0101" TO MASTER-DATA-NASCIMENTO (5:4)
        ADD 1 TO RTR-TOT-NASCIMENTOS RTR-MASC-FICHEIRO
    END-IF.

MASCARAR-CERTIFICADO.
    MOVE CERT-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO CERT-NOME-ALUNO.

MASCARAR-DIPLOMADO.
    MOVE ALU-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO ALU-NOME
    IF ALU-EMPREGADOR NOT = SPACES
        MOVE "EMPREGADOR" TO RTR-PREFIXO
        PERFORM MONTAR-TEXTO-FALSO
        MOVE RTR-NOME-FALSO TO ALU-EMPREGADOR
        ADD 1 TO RTR-TOT-TEXTOS RTR-MASC-FICHEIRO
    END-IF.

MASCARAR-SEGURO.
    MOVE SEG-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO SEG-NOME
*> da data de nascimento fica o ano, para as idades continuarem
*> plausiveis no seguro escolar.
    IF SEG-DATA-NASCIMENTO NOT = ZERO
        MOVE "0101" TO SEG-DATA-NASCIMENTO (5:4)
        ADD 1 TO RTR-TOT-NASCIMENTOS RTR-MASC-FICHEIRO
    END-IF.

MASCARAR-SINISTRO.
    IF SIN-LOCAL NOT = SPACES OR SIN-DESCRICAO NOT = SPACES
        MOVE SPACES TO SIN-LOCAL
        MOVE SPACES TO SIN-DESCRICAO
        ADD 1 TO RTR-TOT-TEXTOS RTR-MASC-FICHEIRO
    END-IF.

*> uma candidatura ja matriculada usa os dados falsos do aluno,
*> iguais aos de CONTACTOS-ALUNO; as restantes usam o numero da
*> candidatura.
MASCARAR-CANDIDATURA.
    IF CAN-ID-ALUNO > ZERO
        MOVE CAN-ID-ALUNO TO RTR-CHAVE-TEXTO
        MOVE CAN-ID-ALUNO TO RTR-CHAVE-NUM
        MOVE "ALUNO" TO RTR-PREFIXO
        MOVE "aluno" TO RTR-PREFIXO-EMAIL
        MOVE "9100" TO RTR-TEL-INDICATIVO
    ELSE
        MOVE CAN-NUMERO TO RTR-CHAVE-TEXTO
        MOVE CAN-NUMERO TO RTR-CHAVE-NUM
        MOVE "CANDIDATO" TO RTR-PREFIXO
        MOVE "candidato" TO RTR-PREFIXO-EMAIL
        MOVE "9300" TO RTR-TEL-INDICATIVO
    END-IF
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO CAN-NOME
    IF CAN-DOC-ID NOT = SPACES
        MOVE SPACES TO CAN-DOC-ID
        STRING "DOC" DELIMITED BY SIZE
               RTR-CHAVE-NUM DELIMITED BY SIZE
               INTO CAN-DOC-ID
        ADD 1 TO RTR-TOT-TEXTOS RTR-MASC-FICHEIRO
    END-IF
    IF CAN-MORADA-1 NOT = SPACES OR CAN-MORADA-2 NOT = SPACES
        PERFORM MONTAR-MORADA-FALSA
        MOVE RTR-MORADA-FALSA TO CAN-MORADA-1
        MOVE SPACES TO CAN-MORADA-2
        MOVE "1000-000" TO CAN-CODIGO-POSTAL
    END-IF
    IF CAN-TELEFONE NOT = SPACES
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO CAN-TELEFONE
    END-IF
    IF CAN-EMAIL NOT = SPACES
        PERFORM MONTAR-EMAIL-FALSO
        MOVE RTR-EMAIL-FALSO TO CAN-EMAIL
    END-IF
    IF CAN-EMERGENCIA-NOME NOT = SPACES
        MOVE "EMERGENCIA" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO CAN-EMERGENCIA-NOME
    END-IF
    IF CAN-EMERGENCIA-TEL NOT = SPACES
        IF CAN-ID-ALUNO > ZERO
            MOVE "9200" TO RTR-TEL-INDICATIVO
        ELSE
            MOVE "9400" TO RTR-TEL-INDICATIVO
        END-IF
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO CAN-EMERGENCIA-TEL
    END-IF.

MASCARAR-CANDIDATO-BOLSA.
    MOVE CAND-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO CAND-NOME.

MASCARAR-CARTAO.
    MOVE CRT-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE "ALUNO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO CRT-NOME.

MASCARAR-CONTACTO-ALUNO.
    MOVE CTA-ID-ALUNO TO RTR-CHAVE-TEXTO
    MOVE CTA-ID-ALUNO TO RTR-CHAVE-NUM
    IF CTA-MORADA-1 NOT = SPACES OR CTA-MORADA-2 NOT = SPACES
        PERFORM MONTAR-MORADA-FALSA
        MOVE RTR-MORADA-FALSA TO CTA-MORADA-1
        MOVE SPACES TO CTA-MORADA-2
        MOVE "1000-000" TO CTA-CODIGO-POSTAL
    END-IF
    IF CTA-TELEFONE NOT = SPACES
        MOVE "9100" TO RTR-TEL-INDICATIVO
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO CTA-TELEFONE
    END-IF
    IF CTA-EMAIL NOT = SPACES
        MOVE "aluno" TO RTR-PREFIXO-EMAIL
        PERFORM MONTAR-EMAIL-FALSO
        MOVE RTR-EMAIL-FALSO TO CTA-EMAIL
    END-IF
    IF CTA-EMERGENCIA-NOME NOT = SPACES
        MOVE "EMERGENCIA" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO CTA-EMERGENCIA-NOME
    END-IF
    IF CTA-EMERGENCIA-TEL NOT = SPACES
        MOVE "9200" TO RTR-TEL-INDICATIVO
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO CTA-EMERGENCIA-TEL
    END-IF
    IF CTA-IBAN NOT = SPACES
        MOVE 2 TO RTR-IBAN-CLASSE
        PERFORM GERAR-IBAN-FALSO
        MOVE RTR-IBAN-FALSO TO CTA-IBAN
    END-IF
*> o pagador que e o proprio aluno continua com o NIF do aluno.
    IF CTA-NIF-PAGADOR NOT = SPACES
        IF CTA-NIF-PAGADOR = CTA-NIF
            MOVE 2 TO RTR-NIF-CLASSE
        ELSE
            MOVE 3 TO RTR-NIF-CLASSE
        END-IF
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO CTA-NIF-PAGADOR
    END-IF
    IF CTA-NIF NOT = SPACES
        MOVE 2 TO RTR-NIF-CLASSE
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO CTA-NIF
    END-IF.

*> o destino e o nome da mensagem ficam iguais aos dados falsos
*> da ficha de contactos do aluno ou do contacto do fornecedor
*> por onde a mensagem saiu.
MASCARAR-NOTIFICACAO.
    EVALUATE TRUE
        WHEN NTF-DEST-ALUNO
            MOVE NTF-ID-DEST TO RTR-CHAVE-TEXTO
            MOVE "aluno" TO RTR-PREFIXO-EMAIL
            MOVE "9100" TO RTR-TEL-INDICATIVO
        WHEN NTF-DEST-OPERADOR
            MOVE NTF-REFERENCIA (1:8) TO RTR-CHAVE-TEXTO
            MOVE "operador" TO RTR-PREFIXO-EMAIL
            MOVE "9" TO RTR-TEL-INDICATIVO
        WHEN OTHER
            MOVE SPACES TO RTR-CHAVE-TEXTO
            STRING NTF-ID-DEST DELIMITED BY SIZE
                   NTF-CONTACTO-SEQ DELIMITED BY SIZE
                   INTO RTR-CHAVE-TEXTO
            MOVE "fornec" TO RTR-PREFIXO-EMAIL
            MOVE "9" TO RTR-TEL-INDICATIVO
    END-EVALUATE
    IF NTF-DESTINO NOT = SPACES
        IF NTF-CANAL-SMS
            PERFORM MONTAR-TELEFONE-FALSO
            MOVE RTR-TELEFONE-FALSO TO NTF-DESTINO
        ELSE
            PERFORM MONTAR-EMAIL-FALSO
            MOVE RTR-EMAIL-FALSO TO NTF-DESTINO
        END-IF
    END-IF
    MOVE NTF-ID-DEST TO RTR-CHAVE-TEXTO
    EVALUATE TRUE
        WHEN NTF-DEST-ALUNO
            MOVE "ALUNO" TO RTR-PREFIXO
        WHEN NTF-DEST-OPERADOR
            MOVE NTF-REFERENCIA (1:8) TO RTR-CHAVE-TEXTO
            MOVE "OPERADOR" TO RTR-PREFIXO
        WHEN OTHER
            MOVE "FORNECEDOR" TO RTR-PREFIXO
    END-EVALUATE
    PERFORM VARYING RTR-IDX FROM 1 BY 1 UNTIL RTR-IDX > 4
        IF NTF-FUS-TOKEN (RTR-IDX) = "&NOME"
            AND NTF-FUS-VALOR (RTR-IDX) NOT = SPACES
            PERFORM MONTAR-NOME-FALSO
            MOVE RTR-NOME-FALSO TO NTF-FUS-VALOR (RTR-IDX)
        END-IF
    END-PERFORM.

MASCARAR-DOCENTE.
    MOVE DOC-ID TO RTR-CHAVE-TEXTO
    MOVE DOC-ID TO RTR-CHAVE-NUM
    MOVE "DOCENTE" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO DOC-NOME
    IF DOC-IBAN NOT = SPACES
        MOVE 1 TO RTR-IBAN-CLASSE
        PERFORM GERAR-IBAN-FALSO
        MOVE RTR-IBAN-FALSO TO DOC-IBAN
    END-IF.

MASCARAR-ENTIDADE.
    MOVE ENT-CODIGO TO RTR-CHAVE-TEXTO
    MOVE "ENTIDADE" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO ENT-NOME
    IF ENT-CONTACTO NOT = SPACES
        MOVE "CONTACTO" TO RTR-PREFIXO
        PERFORM MONTAR-TEXTO-FALSO
        MOVE RTR-NOME-FALSO TO ENT-CONTACTO
        ADD 1 TO RTR-TOT-CONTACTOS RTR-MASC-FICHEIRO
    END-IF
*> o codigo da entidade e alfanumerico: o NIF usa a ordem de
*> leitura, estavel enquanto o ficheiro nao mudar.
    ADD 1 TO RTR-ENT-SEQUENCIA
    IF ENT-NIF NOT = SPACES
        MOVE RTR-ENT-SEQUENCIA TO RTR-CHAVE-NUM
        MOVE 6 TO RTR-NIF-CLASSE
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO ENT-NIF
    END-IF.

MASCARAR-PATROCINADOR.
    MOVE SPN-NUMERO TO RTR-CHAVE-TEXTO
    MOVE SPN-NUMERO TO RTR-CHAVE-NUM
    MOVE "PATROCINADOR" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO SPN-NOME
    IF SPN-MORADA NOT = SPACES
        PERFORM MONTAR-MORADA-FALSA
        MOVE RTR-MORADA-FALSA TO SPN-MORADA
    END-IF
    IF SPN-NIF NOT = SPACES
        MOVE 7 TO RTR-NIF-CLASSE
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO SPN-NIF
    END-IF.

*> o login e as palavras-passe ficam, para a formacao entrar
*> com os mesmos operadores.
MASCARAR-OPERADOR.
    MOVE OPR-ID TO RTR-CHAVE-TEXTO
    MOVE "OPERADOR" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO OPR-NOME
    IF OPR-EMAIL NOT = SPACES
        MOVE "operador" TO RTR-PREFIXO-EMAIL
        PERFORM MONTAR-EMAIL-FALSO
        MOVE RTR-EMAIL-FALSO TO OPR-EMAIL
    END-IF.

MASCARAR-ESTAGIO.
    IF ETG-TUTOR NOT = SPACES
        MOVE ETG-ID-ALUNO TO RTR-CHAVE-TEXTO
        MOVE "TUTOR" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO ETG-TUTOR
    END-IF.

MASCARAR-CURSO.
    IF CURSO-DOCENTE NOT = SPACES
        MOVE CURSO-DOCENTE-ID TO RTR-CHAVE-TEXTO
        MOVE "DOCENTE" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO CURSO-DOCENTE
    END-IF.

MASCARAR-VENDOR.
    MOVE VENDOR-NUMBER TO RTR-CHAVE-TEXTO
    MOVE VENDOR-NUMBER TO RTR-CHAVE-NUM
    MOVE "FORNECEDOR" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO VENDOR-NAME
    IF VENDOR-ADDRESS-1 NOT = SPACES OR VENDOR-ADDRESS-2 NOT = SPACES
        PERFORM MONTAR-MORADA-FALSA
        MOVE RTR-MORADA-FALSA TO VENDOR-ADDRESS-1
        MOVE SPACES TO VENDOR-ADDRESS-2
        MOVE "1000-000" TO VENDOR-ZIP
    END-IF
    IF VENDOR-CONTACT NOT = SPACES
        MOVE "CONTACTO" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO VENDOR-CONTACT
    END-IF
    IF VENDOR-PHONE NOT = SPACES
        MOVE "2100" TO RTR-TEL-INDICATIVO
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO VENDOR-PHONE
    END-IF
    IF VENDOR-IBAN NOT = SPACES
        MOVE 5 TO RTR-IBAN-CLASSE
        PERFORM GERAR-IBAN-FALSO
        MOVE RTR-IBAN-FALSO TO VENDOR-IBAN
    END-IF
    IF VENDOR-NIF NOT = SPACES
        MOVE 5 TO RTR-NIF-CLASSE
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO VENDOR-NIF
    END-IF.

MASCARAR-VENDOR-CONTACT.
    MOVE SPACES TO RTR-CHAVE-TEXTO
    STRING VCONTACT-VENDOR-NUMBER DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           VCONTACT-SEQ DELIMITED BY SIZE
           INTO RTR-CHAVE-TEXTO
    MOVE "CONTACTO" TO RTR-PREFIXO
    PERFORM MONTAR-NOME-FALSO
    MOVE RTR-NOME-FALSO TO VCONTACT-NOME
    MOVE VCONTACT-CHAVE TO RTR-CHAVE-TEXTO
    IF VCONTACT-TELEFONE NOT = SPACES
        MOVE "9" TO RTR-TEL-INDICATIVO
        PERFORM MONTAR-TELEFONE-FALSO
        MOVE RTR-TELEFONE-FALSO TO VCONTACT-TELEFONE
    END-IF
    IF VCONTACT-EMAIL NOT = SPACES
        MOVE "fornec" TO RTR-PREFIXO-EMAIL
        PERFORM MONTAR-EMAIL-FALSO
        MOVE RTR-EMAIL-FALSO TO VCONTACT-EMAIL
    END-IF.

*> o IBAN pendente usa outra classe para nao coincidir com o
*> IBAN falso ja gravado no fornecedor.
MASCARAR-PEND-BANCO.
    IF PBC-NOVO-IBAN NOT = SPACES
        MOVE PBC-VENDOR-NUMBER TO RTR-CHAVE-NUM
        MOVE 6 TO RTR-IBAN-CLASSE
        PERFORM GERAR-IBAN-FALSO
        MOVE RTR-IBAN-FALSO TO PBC-NOVO-IBAN
    END-IF.

MASCARAR-RETENCAO.
    IF RET-NIF NOT = SPACES
        MOVE RET-VENDOR-NUMBER TO RTR-CHAVE-NUM
        MOVE 5 TO RTR-NIF-CLASSE
        PERFORM GERAR-NIF-FALSO
        MOVE RTR-NIF-FALSO TO RET-NIF
    END-IF.

MASCARAR-ATIVO.
    IF ATV-COMPRADOR NOT = SPACES
        MOVE ATV-NUMERO TO RTR-CHAVE-TEXTO
        MOVE "COMPRADOR" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO ATV-COMPRADOR
    END-IF.

*> um custodio pago como fornecedor fica com o nome falso do
*> fornecedor.
MASCARAR-FUNDO.
    IF FDM-CUSTODIO NOT = SPACES
        IF FDM-VENDOR-NUMBER > ZERO
            MOVE FDM-VENDOR-NUMBER TO RTR-CHAVE-TEXTO
            MOVE "FORNECEDOR" TO RTR-PREFIXO
        ELSE
            MOVE FDM-DEPARTAMENTO TO RTR-CHAVE-TEXTO
            MOVE "CUSTODIO" TO RTR-PREFIXO
        END-IF
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO FDM-CUSTODIO
    END-IF.

MASCARAR-PROJETO.
    IF PRJ-INVESTIGADOR NOT = SPACES
        MOVE PRJ-CODIGO TO RTR-CHAVE-TEXTO
        MOVE "INVESTIGADOR" TO RTR-PREFIXO
        PERFORM MONTAR-NOME-FALSO
        MOVE RTR-NOME-FALSO TO PRJ-INVESTIGADOR
    END-IF.

COPY "pnif.cbl".
COPY "piban.cbl".
COPY "pspool.cbl".
COPY "psessao.cbl".
