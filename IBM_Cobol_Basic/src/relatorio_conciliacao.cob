000270*                     (DIACTL) QUE O ATLZBAT DA DATA JA
000280*                     CONCLUIU, E A CARIMBAR O PROPRIO INICIO
000290*                     E CONCLUSAO.
000292*    2026-10-15  EQC  PASSA A TOTALIZAR OS ESTORNOS (EVENTO
000294*                     ESTORNO, PELO EFEITO NO SALDO).
000300*----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
000770 77  WK-QT-REJEITADOS            PIC 9(07) COMP VALUE ZERO.
000780 77  WK-QT-REMUNERACOES          PIC 9(07) COMP VALUE ZERO.
000790 77  WK-QT-TARIFAS               PIC 9(07) COMP VALUE ZERO.
000792 77  WK-QT-ESTORNOS              PIC 9(07) COMP VALUE ZERO.
000800 77  WK-QT-SALDOS-NEGATIVOS      PIC 9(07) COMP VALUE ZERO.
000810*
000820 77  WK-VL-MOVIMENTOS            PIC S9(09)V99 COMP-3 VALUE ZERO.
000850 77  WK-VL-REJEITADOS            PIC S9(09)V99 COMP-3 VALUE ZERO.
000860 77  WK-VL-REMUNERACOES          PIC S9(09)V99 COMP-3 VALUE ZERO.
000870 77  WK-VL-TARIFAS               PIC S9(09)V99 COMP-3 VALUE ZERO.
000872 77  WK-VL-ESTORNOS              PIC S9(09)V99 COMP-3 VALUE ZERO.
000880*
000890 77  WK-MAX-CLIENTES-NEGATIVOS   PIC 9(05) COMP VALUE 2000.
000900 77  WK-QT-CLIENTES-NEGATIVOS    PIC 9(07) COMP VALUE ZERO.
002510         WHEN AUD-EV-TARIFA
002520             ADD 1              TO WK-QT-TARIFAS
002530             ADD AUD-VALOR-EVENTO TO WK-VL-TARIFAS
002532         WHEN AUD-EV-ESTORNO
002534             ADD 1              TO WK-QT-ESTORNOS
002536             ADD AUD-VALOR-EVENTO TO WK-VL-ESTORNOS
002540     END-EVALUATE.
002550*
002560     IF AUD-SALDO-RESULTANTE IS LESS THAN ZERO
003700     MOVE WK-TOTAL-LINHA         TO REL-LINHA.
003710     WRITE REL-LINHA.
003720*
003721     MOVE "TOTAL DE ESTORNOS...........: "
003722                                 TO TOT-DESCRICAO.
003723     MOVE WK-QT-ESTORNOS         TO TOT-QUANTIDADE.
003724     MOVE WK-VL-ESTORNOS         TO TOT-VALOR.
003725     MOVE WK-TOTAL-LINHA         TO REL-LINHA.
003726     WRITE REL-LINHA.
003727*
003730     MOVE "TOTAL DE MOVIMENTOS REJEITADOS: "
003740                                 TO TOT-DESCRICAO.
003750     MOVE WK-QT-REJEITADOS       TO TOT-QUANTIDADE.
