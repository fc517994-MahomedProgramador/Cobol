*>          CONTAGENS-CONTROLO.dat) e imprime o resultado
*>          balanceado/desbalanceado. Um dia desbalanceado indica
*>          alteracoes feitas fora dos programas. As readmissoes
*>          e reativacoes contam como insercoes; as fusoes e
*>          inativacoes como remocoes.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
                                ADD 1 TO BAL-VENDORS-DEL
                            WHEN "FUSAO"
                                ADD 1 TO BAL-VENDORS-DEL
                            WHEN "INATIVACAO"
                                ADD 1 TO BAL-VENDORS-DEL
                            WHEN "REATIVACAO"
                                ADD 1 TO BAL-VENDORS-INS
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
*> reconcilia os recibos de balcao emitidos hoje dentro de uma
*> sessao de caixa (RECIBOS.dat, registar_pagamento) com as
*> sessoes fechadas hoje em CAIXASESSOES.dat (gerir_caixa). Os
*> pagamentos de lote - debitos diretos de cobranca_dd, creditos
*> casados por importar_extrato_banco e pagamentos Multibanco
*> liquidados por importar_sibs - nunca passam pela gaveta e
*> ficam de fora. Sessoes ainda abertas ao fim do dia sao por
*> si so motivo de atencao.
    MOVE 'N' TO BAL-FIM-FICHEIRO
    OPEN INPUT RECIBOS-FILE.
