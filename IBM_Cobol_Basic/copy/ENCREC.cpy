      *================================================================
      *    ENCREC.CPY
      *
      *    LAYOUT DO REGISTRO DO CONTROLE DE ENCERRAMENTOS DE CONTA
      *    (ARQUIVO INDEXADO ENCERRA).  UM REGISTRO POR CONTA
      *    ENCERRADA, GRAVADO PELO SUBPROGRAMA ENCERRAR-CONTA DEPOIS
      *    QUE O CHAMADOR (MANUTENCAO-CLIENTE OU CARGA-CLIENTES-LOTE)
      *    REGRAVOU O CLIENTE E AUDITOU O ENCERRAMENTO.  GUARDA A
      *    LIQUIDACAO FINAL DA CONTA - REMUNERACAO PAGA, TARIFA PRO
      *    RATA COBRADA E VALOR LIQUIDADO - PARA O RELATORIO DE
      *    ENCERRAMENTOS DO PERIODO (RELATORIO-ENCERRAMENTOS), SEM
      *    QUE ELE PRECISE REMONTAR A OPERACAO A PARTIR DO DIARIO.
      *
      *    ENC-VL-LIQUIDACAO E O VALOR COM SINAL DO MOVIMENTO DE
      *    LIQUIDACAO QUE ZEROU O SALDO (NEGATIVO: PAGO AO CLIENTE;
      *    ZERO: O SALDO JA FECHOU EM ZERO).  ENC-QT-AGENDAMENTOS
      *    CONTA AS INSTRUCOES DA AGENDA CANCELADAS NO ENCERRAMENTO.
      *
      *    CHAVE DO ARQUIVO INDEXADO: ENC-CLI-NUMERO - UMA CONTA
      *    ENCERRADA NAO E REABERTA.
      *================================================================
       01  ENC-REGISTRO.
           05  ENC-CLI-NUMERO          PIC 9(09).
           05  ENC-NOME                PIC X(30).
           05  ENC-DATA-ENCERRAMENTO   PIC 9(08).
           05  ENC-HORA-ENCERRAMENTO   PIC 9(08).
           05  ENC-USUARIO             PIC X(08).
           05  ENC-ORIGEM              PIC X(01).
               88  ENC-ORIGEM-ONLINE           VALUE 'O'.
               88  ENC-ORIGEM-LOTE             VALUE 'L'.
           05  ENC-STATUS-ANTERIOR     PIC X(01).
           05  ENC-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  ENC-LIMITE-ANTERIOR     PIC S9(09)V99 COMP-3.
           05  ENC-VL-REMUNERACAO      PIC S9(09)V99 COMP-3.
           05  ENC-VL-TARIFA           PIC S9(09)V99 COMP-3.
           05  ENC-VL-LIQUIDACAO       PIC S9(09)V99 COMP-3.
           05  ENC-QT-AGENDAMENTOS     PIC 9(03).
           05  ENC-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(10).
