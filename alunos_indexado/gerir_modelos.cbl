*> Purpose: manutencao dos modelos de carta (MODELOSCARTA.dat)
*>          pela secretaria, com versionamento. Cada tipo de
*>          carta (CARTAOK e CARTANOK para cartas_resultados,
*>          CERTIF para emitir_certificado, DECMAT, DECNOT e
*>          CERCON para gerir_requerimentos, DECIRS para
*>          declaracao_irs) tem versoes numeradas; a linha 000
*>          de cada versao guarda o estado e so uma versao de
*>          cada tipo esta ativa. O texto usa campos de fusao
*>          &NOME, &ALUNO, &SEMESTRE, &DATA, &MEDIA, &NUMERO e
*>          &CREDITOS (e &ANO, &NIF, &VALOR e &PATROC na
*>          DECIRS), e a linha especial &CURSOS expande para a
*>          lista de cursos.
*>          Cada documento emitido regista a versao usada.
*>          Os textos das notificacoes por correio/SMS
*>          (expedir_notificacoes) usam os mesmos modelos:
*>          CARTAOK/CARTANOK, RECIBO (registar_pagamento,
*>          &NUMERO e &VALOR), AVISODEV (devedores_relatorio,
*>          &VALOR), ORDEMCPR (imprimir_po, &NUMERO e &VALOR),
*>          DOCAVISO/DOCCADUC (docs_expirar, &DOCUMENTO e
*>          &DIAS) e RELSPOOL (relatorios do spool distribuidos
*>          por executar_lote, &RELATORIO, &SPOOL e &DATA).
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
        END-IF.

PEDIR-TIPO-MODELO.
    DISPLAY "Tipo de carta (CARTAOK, CARTANOK, CERTIF, DECMAT,"
        " DECNOT, CERCON, DECIRS, RECIBO, AVISODEV, ORDEMCPR,"
        " DOCAVISO, DOCCADUC, RELSPOOL): " NO ADVANCING
    ACCEPT MOD-TIPO.

LISTAR-VERSOES.
