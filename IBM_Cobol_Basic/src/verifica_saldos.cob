000100*    PEDIDA PELA AUDITORIA, DE QUE A CADEIA DE EVENTOS DO
000110*    HISTORICO REPRODUZ O SALDO DO ARQUIVO MESTRE.  PARA CADA
000120*    CLIENTE, PERCORRE OS EVENTOS DE SALDO (MOVIMENTO, JUROS,
000130*    AJUSTE, REMUNERACAO, TARIFA E ESTORNO) DO HISTORICO
000140*    (AUDHIST, NA ORDEM DA CHAVE HIS-CHAVE) COMPLEMENTADOS PELO
000150*    DIARIO DO DIA AINDA NAO ARQUIVADO (AUDITLOG), CONFERE QUE O
000160*    SALDO ANTERIOR DE CADA EVENTO E O SALDO RESULTANTE DO EVENTO
000170*    ANTERIOR (CADEIA SEM QUEBRAS), ROLA A CADEIA ATE O FIM E
000180*    COMPARA O RESULTADO COM CLI-SALDO NO ARQUIVO MESTRE
000190*    (CLIMSTR).  QUEBRAS DE CADEIA E SALDOS DIVERGENTES SAEM
000270*    HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------
000290*    2026-09-02  EQC  VERSAO ORIGINAL.
000292*    2026-10-15  EQC  EVENTO ESTORNO PASSA A FAZER PARTE DA CADEIA
000294*                     DE SALDOS.
000300*----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
002590*
002600     IF NOT (HIS-EV-MOVIMENTO OR HIS-EV-JUROS
002610             OR HIS-EV-AJUSTE OR HIS-EV-REMUNERACAO
002620             OR HIS-EV-TARIFA OR HIS-EV-ESTORNO)
002630         GO TO 2100-LER-E-LIBERAR-HISTORICO-EXIT
002640     END-IF.
002650*
002910*
002920     IF NOT (AUD-EV-MOVIMENTO OR AUD-EV-JUROS
002930             OR AUD-EV-AJUSTE OR AUD-EV-REMUNERACAO
002940             OR AUD-EV-TARIFA OR AUD-EV-ESTORNO)
002950         GO TO 2200-LER-E-LIBERAR-DIARIO-EXIT
002960     END-IF.
002970*
