      *    AUD-SALDO-RESULTANTE CARREGAM O LIMITE ANTIGO E O NOVO,
      *    PARA QUE A MUDANCA DE LIMITE SEJA TAO RASTREAVEL QUANTO
      *    UMA MUDANCA DE SALDO.
      *
      *    O EVENTO ESTORNO DESFAZ UM EVENTO DE SALDO JA ARQUIVADO
      *    NO HISTORICO (MOVIMENTO, JUROS, TARIFA OU REMUNER):
      *    AUD-VALOR-EVENTO CARREGA O EFEITO COM SINAL SOBRE O SALDO
      *    (RESULTANTE MENOS ANTERIOR) E O MOTIVO, REDEFINIDO EM
      *    AUD-ESTORNO-REFERENCIA, APONTA A CHAVE DO EVENTO ORIGINAL
      *    NO AUDHIST (HIS-CHAVE) E O TIPO DELE.
      *
      *    O EVENTO BLOQJUD REGISTRA A INCLUSAO, A LIBERACAO OU A
      *    CONSULTA DE UM BLOQUEIO JUDICIAL (BJDREC.CPY).  ELE NAO
      *    MEXE NO SALDO: AUD-SALDO-ANTERIOR E AUD-SALDO-RESULTANTE
      *    CARREGAM O TOTAL BLOQUEADO DO CLIENTE ANTES E DEPOIS DA
      *    ACAO (COMO O EVENTO CADASTRO CARREGA O LIMITE), E
      *    AUD-VALOR-EVENTO A VARIACAO DESSE TOTAL.  O MOTIVO,
      *    REDEFINIDO EM AUD-BLOQUEIO-REFERENCIA, TRAZ O NUMERO DO
      *    BLOQUEIO, A ACAO E A REFERENCIA DA ORDEM (OU DA
      *    LIBERACAO).
      *================================================================
       01  AUD-REGISTRO.
           05  AUD-CLI-NUMERO          PIC 9(09).
               88  AUD-EV-CADASTRO             VALUE 'CADASTRO'.
               88  AUD-EV-REMUNERACAO          VALUE 'REMUNER'.
               88  AUD-EV-TARIFA               VALUE 'TARIFA'.
               88  AUD-EV-ESTORNO              VALUE 'ESTORNO'.
               88  AUD-EV-BLOQUEIO-JUDICIAL    VALUE 'BLOQJUD'.
           05  AUD-VALOR-EVENTO        PIC S9(09)V99 COMP-3.
           05  AUD-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  AUD-SALDO-RESULTANTE    PIC S9(09)V99 COMP-3.
               10  AUD-HORA            PIC 9(08).
           05  AUD-USUARIO             PIC X(08).
           05  AUD-MOTIVO              PIC X(40).
           05  AUD-ESTORNO-REFERENCIA  REDEFINES AUD-MOTIVO.
               10  AUD-EST-CHAVE-ORIGINAL.
                   15  AUD-EST-CLI-NUMERO      PIC 9(09).
                   15  AUD-EST-DATA            PIC 9(08).
                   15  AUD-EST-HORA            PIC 9(08).
                   15  AUD-EST-SEQ-DESEMPATE   PIC 9(03).
               10  AUD-EST-TIPO-ORIGINAL   PIC X(10).
               10  FILLER                  PIC X(02).
           05  AUD-BLOQUEIO-REFERENCIA REDEFINES AUD-MOTIVO.
               10  AUD-BJD-NUMERO           PIC 9(05).
               10  AUD-BJD-ACAO             PIC X(01).
                   88  AUD-BJD-INCLUSAO             VALUE 'I'.
                   88  AUD-BJD-LIBERACAO            VALUE 'L'.
                   88  AUD-BJD-CONSULTA             VALUE 'C'.
               10  AUD-BJD-REFERENCIA       PIC X(30).
               10  FILLER                  PIC X(04).
