000200*    HISTORICO DE ALTERACOES
000210*----------------------------------------------------------------
000220*    2026-08-22  EQC  VERSAO ORIGINAL.
000222*    2026-10-15  EQC  PASSA A EXIBIR A SEQUENCIA DE DESEMPATE,
000224*                     COMPLETANDO A CHAVE DO EVENTO PEDIDA
000226*                     PELO ESTORNO, E A REFERENCIA DO ORIGINAL
000228*                     NO LUGAR DO MOTIVO DO EVENTO ESTORNO.
000230*----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
001510*----------------------------------------------------------------
001520     MOVE HIS-VALOR-EVENTO     TO WK-VALOR-EDITADO.
001530     MOVE HIS-SALDO-RESULTANTE TO WK-SALDO-EDITADO.
001533     IF HIS-EV-ESTORNO
001536         DISPLAY "  " HIS-DATA " " HIS-HORA " "
001539                 HIS-SEQ-DESEMPATE " " HIS-TIPO-EVENTO
001542                 " VALOR " WK-VALOR-EDITADO
001545                 " SALDO " WK-SALDO-EDITADO
001548                 " DE " HIS-EST-TIPO-ORIGINAL " "
001551                 HIS-EST-DATA " " HIS-EST-HORA " "
001554                 HIS-EST-SEQ-DESEMPATE
001557     ELSE
001560         DISPLAY "  " HIS-DATA " " HIS-HORA " "
001563                 HIS-SEQ-DESEMPATE " " HIS-TIPO-EVENTO
001566                 " VALOR " WK-VALOR-EDITADO
001569                 " SALDO " WK-SALDO-EDITADO
001572                 " " HIS-MOTIVO
001575     END-IF.
001580     ADD 1 TO WK-QT-EVENTOS-LISTADOS.
001590*
001600     PERFORM 2900-LER-HISTORICO
