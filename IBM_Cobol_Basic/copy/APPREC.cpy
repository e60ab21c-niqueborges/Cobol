      *================================================================
      *    APPREC.CPY
      *
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DA DUPLA
      *    APROVACAO (ARQUIVO APRPARAM).  CADA REGISTRO TRAZ UMA DATA
      *    DE INICIO DE VIGENCIA E OS VALORES A PARTIR DOS QUAIS UMA
      *    ACAO ONLINE DEIXA DE SER APLICADA NA HORA E VAI PARA O
      *    ARQUIVO DE PENDENCIAS (PENDAPR, PNDREC.CPY), ONDE ESPERA
      *    A APROVACAO DE UMA SEGUNDA PESSOA:
      *      - APP-VL-AJUSTE-APROVACAO: AJUSTE DE SALDO DE
      *        SUPERVISOR CUJO VALOR ABSOLUTO PASSA DESTE VALOR;
      *      - APP-VL-AUMENTO-APROVACAO: AUMENTO DE LIMITE DE
      *        CREDITO (LIMITE NOVO MENOS O ATUAL; NA INCLUSAO, O
      *        LIMITE INTEIRO) QUE PASSA DESTE VALOR.
      *    MESMA MECANICA DE VIGENCIA DATADA DO TXPARAM (TXPREC.CPY):
      *    A VIGENCIA DE UM REGISTRO TERMINA QUANDO COMECA A DO
      *    REGISTRO COM A PROXIMA DATA, E HAVENDO MAIS DE UM REGISTRO
      *    COM A MESMA DATA VALE O ULTIMO GRAVADO.  SEM VIGENCIA PARA
      *    A DATA, TODO AJUSTE E TODO AUMENTO DE LIMITE VAO PARA
      *    APROVACAO (VALORES ZERO) - NA DUVIDA, O CONTROLE MAIS
      *    RIGOROSO.  MANTIDO PELA TRANSACAO
      *    MANUTENCAO-PARAM-APROVACAO.
      *================================================================
       01  APP-REGISTRO.
           05  APP-DATA-INICIO-VIGENCIA
                                       PIC 9(08).
           05  APP-VL-AJUSTE-APROVACAO PIC 9(09)V99.
           05  APP-VL-AUMENTO-APROVACAO
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(10).
