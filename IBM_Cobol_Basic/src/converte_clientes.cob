000250*    HISTORICO DE ALTERACOES
000260*----------------------------------------------------------------
000270*    2026-08-22  EQC  VERSAO ORIGINAL.
000272*    2026-10-15  EQC  CONVERSAO 70 -> 106 SUPERADA: O MESTRE JA
000274*                     TEM 114 BYTES (JOB CONVAGE).  NAO
000276*                     REEXECUTAR.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
