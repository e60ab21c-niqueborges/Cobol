000240*    HISTORICO DE ALTERACOES
000250*----------------------------------------------------------------
000260*    2026-08-22  EQC  VERSAO ORIGINAL.
000262*    2026-10-15  EQC  CONTA ENCERRADA (CLI-ENCERRADO) FICA
000264*                     FORA DA CLASSIFICACAO.
000270*----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
001960*    LE UM CLIENTE E, QUANDO O SALDO E NEGATIVO E A DATA DE
001970*    ENTRADA NO VERMELHO E VALIDA, LIBERA O REGISTRO PARA O
001980*    SORT COM A FAIXA DE IDADE JA CALCULADA (1: ATE 7 DIAS,
001982*    2: 8-30, 3: 31-60, 4: MAIS DE 60).  CONTA ENCERRADA NAO
001984*    ENTRA NA CLASSIFICACAO.
002000*----------------------------------------------------------------
002010     READ CLIENTES-MASTER NEXT RECORD
002020         AT END
002130*
002140     ADD 1 TO WK-QT-CLIENTES-LIDOS.
002150*
002152     IF CLI-ENCERRADO
002154        OR CLI-SALDO IS NOT LESS THAN ZERO
002170         GO TO 2100-LER-E-CLASSIFICAR-EXIT
002180     END-IF.
002190*
