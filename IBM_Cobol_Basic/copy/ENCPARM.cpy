      *================================================================
      *    ENCPARM.CPY
      *
      *    PROTOCOLO DE LINKAGE ENTRE AS ACOES DE ENCERRAMENTO DE
      *    CONTA (MANUTENCAO-CLIENTE E CARGA-CLIENTES-LOTE) E O
      *    SUBPROGRAMA ENCERRAR-CONTA, QUE CONCENTRA A REGRA DA
      *    LIQUIDACAO FINAL.  MANTIDO EM COPYBOOK PARA QUE OS DOIS
      *    LADOS DA CHAMADA NUNCA FIQUEM COM LAYOUTS DIFERENTES, COMO
      *    MOVRSLT.CPY E ESTPARM.CPY.  O REGISTRO DO CLIENTE
      *    (CLIREC) E PASSADO JUNTO, COMO NA CHAMADA DO
      *    APLICAR-MOVIMENTO: QUEM LE, REGRAVA E AUDITA E O CHAMADOR.
      *
      *    FUNCAO CALCULAR: CONFERE SE A CONTA PODE SER ENCERRADA E
      *    DEVOLVE A LIQUIDACAO (REMUNERACAO A PAGAR, TARIFA PRO
      *    RATA E VALOR A LIQUIDAR), SEM ALTERAR NADA.  FUNCAO
      *    ENCERRAR: REPETE A CONFERENCIA E, ACEITA, APLICA A
      *    LIQUIDACAO NO REGISTRO DO CLIENTE RECEBIDO (SALDO, LIMITE
      *    E ACUMULADOS ZERADOS, STATUS ENCERRADO) PARA O CHAMADOR
      *    REGRAVAR.  FUNCAO REGISTRAR: CHAMADA SO DEPOIS DA
      *    REGRAVACAO ACEITA, GRAVA O CONTROLE DE ENCERRAMENTOS
      *    (ENCERRA) E CANCELA AS INSTRUCOES ATIVAS DA AGENDA QUE
      *    DEBITAM OU CREDITAM A CONTA.  FUNCAO FINALIZAR: FECHA OS
      *    ARQUIVOS, ABERTOS NA PRIMEIRA CHAMADA.
      *
      *    ECP-LIQUIDA-SALDO AUTORIZA LANCAR O SALDO REMANESCENTE
      *    (CREDOR) NUM MOVIMENTO DE LIQUIDACAO; SEM A AUTORIZACAO, O
      *    ENCERRAMENTO EXIGE SALDO FINAL EXATAMENTE ZERO.  SALDO
      *    FINAL DEVEDOR E SEMPRE RECUSADO: A DIVIDA E REGULARIZADA
      *    ANTES DO ENCERRAMENTO.
      *================================================================
       01  ECP-PARAMETROS.
           05  ECP-FUNCAO              PIC X(01).
               88  ECP-FN-CALCULAR             VALUE 'C'.
               88  ECP-FN-ENCERRAR             VALUE 'E'.
               88  ECP-FN-REGISTRAR            VALUE 'R'.
               88  ECP-FN-FINALIZAR            VALUE 'F'.
           05  ECP-DATA-ENCERRAMENTO   PIC 9(08).
           05  ECP-USUARIO             PIC X(08).
           05  ECP-ORIGEM              PIC X(01).
               88  ECP-ORIGEM-ONLINE           VALUE 'O'.
               88  ECP-ORIGEM-LOTE             VALUE 'L'.
           05  ECP-LIQUIDAR-SALDO      PIC X(01).
               88  ECP-LIQUIDA-SALDO           VALUE 'S'.
           05  ECP-MOTIVO              PIC X(40).
           05  ECP-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  ECP-LIMITE-ANTERIOR     PIC S9(09)V99 COMP-3.
           05  ECP-VL-REMUNERACAO      PIC S9(09)V99 COMP-3.
           05  ECP-SALDO-APOS-REMUNER  PIC S9(09)V99 COMP-3.
           05  ECP-VL-TARIFA           PIC S9(09)V99 COMP-3.
           05  ECP-SALDO-APOS-TARIFA   PIC S9(09)V99 COMP-3.
           05  ECP-VL-LIQUIDACAO       PIC S9(09)V99 COMP-3.
           05  ECP-QT-AGENDAMENTOS     PIC 9(03).
           05  ECP-RESULTADO           PIC X(01).
               88  ECP-ACEITO                  VALUE 'S'.
               88  ECP-RECUSADO                VALUE 'N'.
           05  ECP-MOTIVO-RECUSA       PIC X(40).
