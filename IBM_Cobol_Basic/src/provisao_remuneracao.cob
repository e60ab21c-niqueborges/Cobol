000242*    2026-08-22  EQC  CONTADOR E TOTAL DA PROVISAO SO SAO
000244*                     ACUMULADOS QUANDO A REGRAVACAO DO
000246*                     CLIENTE FOI ACEITA.
000247*    2026-10-15  EQC  CONTA ENCERRADA (CLI-ENCERRADO) E
000248*                     IGNORADA PELA PROVISAO.
000250*----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
001000*    ARQUIVO MESTRE (CONVCLI); AS VERIFICACOES IS NUMERIC
001010*    ABAIXO SAO SO DEFESA CONTRA UM REGISTRO CORROMPIDO,
001020*    TRATADO COMO ACUMULADO ZERO E NENHUMA PROVISAO ANTERIOR.
001022*    CONTA ENCERRADA NAO E REMUNERADA: O ENCERRAMENTO JA PAGOU
001024*    A PROVISAO PENDENTE.
001030*----------------------------------------------------------------
001032     IF CLI-ENCERRADO
001034         GO TO 2000-PROVISIONAR-PROXIMO
001036     END-IF.
001038*
001040     IF CLI-JUROS-CREDOR-ACUM IS NOT NUMERIC
001050         MOVE ZERO TO CLI-JUROS-CREDOR-ACUM
001060     END-IF.
