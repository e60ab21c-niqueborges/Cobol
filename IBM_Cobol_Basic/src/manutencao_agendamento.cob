000270*                     CREDITO IGUAL A CONTA DEBITADA, PARA
000280*                     NAO CADASTRAR UMA TRANSFERENCIA QUE O
000290*                     DRIVER NOTURNO SEMPRE REJEITARIA.
000292*    2026-10-15  EQC  A INCLUSAO PASSA A RECUSAR CONTA
000294*                     DEBITADA OU DE CREDITO ENCERRADA
000296*                     (CLI-ENCERRADO).
000300*----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
001980             GO TO 2000-INCLUIR-INSTRUCAO-EXIT
001990     END-READ.
002000*
002001     IF CLI-ENCERRADO
002002         DISPLAY "CLIENTE " WK-CLI-INFORMADO
002003                 " COM A CONTA ENCERRADA - INCLUSAO CANCELADA."
002004         GO TO 2000-INCLUIR-INSTRUCAO-EXIT
002005     END-IF.
002006*
002010     SET WK-VALOR-INVALIDO TO TRUE.
002020     PERFORM 6000-LER-E-VALIDAR-VALOR
002030         THRU 6000-LER-E-VALIDAR-VALOR-EXIT
002380                         " NAO ENCONTRADA - INCLUSAO CANCELADA."
002390                 GO TO 2000-INCLUIR-INSTRUCAO-EXIT
002400         END-READ
002401         IF CLI-ENCERRADO
002402             DISPLAY "CONTA DE CREDITO "
002403                     WK-CLI-CREDITO-INFORMADO
002404                     " ENCERRADA - INCLUSAO CANCELADA."
002405             GO TO 2000-INCLUIR-INSTRUCAO-EXIT
002406         END-IF
002410     END-IF.
002420*
002430     MOVE WK-NUMERO-INFORMADO      TO AGD-NUMERO.
