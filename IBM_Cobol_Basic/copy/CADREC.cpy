      *    CAD-LIMITE-CREDITO SO E CONSIDERADO NAS ACOES DE INCLUSAO
      *    E ALTERACAO; CAD-NOME EM BRANCO NUMA ALTERACAO SIGNIFICA
      *    MANTER O NOME ATUAL DO CLIENTE.
      *
      *    A ACAO DE ENCERRAMENTO LIQUIDA E ENCERRA A CONTA (VER
      *    ENCPARM.CPY).  CAD-LIQUIDAR-SALDO = 'S' AUTORIZA LANCAR O
      *    SALDO CREDOR REMANESCENTE NUM MOVIMENTO DE LIQUIDACAO
      *    (PAGAMENTO OU TRANSFERENCIA AO CLIENTE FEITOS PELA
      *    AGENCIA); SEM ELA, A CONTA SO E ENCERRADA COM SALDO FINAL
      *    EXATAMENTE ZERO.  O CAMPO SO E CONSIDERADO NO ENCERRAMENTO.
      *
      *    NA INCLUSAO, CAD-AGENCIA-ORIGEM E GRAVADA COMO AGENCIA DONA
      *    DA CONTA (CLI-AGENCIA).  A ACAO DE TRANSFERENCIA DE
      *    AGENCIA MUDA A AGENCIA DONA PARA CAD-AGENCIA-DESTINO; SO A
      *    AGENCIA DONA DA CONTA (CAD-AGENCIA-ORIGEM) PODE PEDI-LA.
      *    CAD-AGENCIA-DESTINO SO E CONSIDERADO NA TRANSFERENCIA.
      *================================================================
       01  CAD-REGISTRO.
           05  CAD-ACAO                PIC X(01).
               88  CAD-ALTERACAO               VALUE 'A'.
               88  CAD-BLOQUEIO                VALUE 'B'.
               88  CAD-DESBLOQUEIO             VALUE 'D'.
               88  CAD-ENCERRAMENTO            VALUE 'E'.
               88  CAD-TRANSFERENCIA-AGENCIA   VALUE 'T'.
           05  CAD-CLI-NUMERO          PIC 9(09).
           05  CAD-NOME                PIC X(30).
           05  CAD-LIMITE-CREDITO      PIC 9(09)V99.
           05  CAD-AGENCIA-ORIGEM      PIC X(08).
           05  CAD-LIQUIDAR-SALDO      PIC X(01).
               88  CAD-LIQUIDA-SALDO           VALUE 'S'.
           05  CAD-AGENCIA-DESTINO     PIC X(08).
           05  FILLER                  PIC X(01).
