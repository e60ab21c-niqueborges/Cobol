      *================================================================
      *    CFPREC.CPY
      *
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DA ANALISE DE
      *    MOVIMENTACOES PARA COMUNICACAO AO COAF (ARQUIVO CFPARAM).
      *    CADA REGISTRO TRAZ UMA DATA DE INICIO DE VIGENCIA E OS
      *    LIMITES E JANELAS QUE VALEM A PARTIR DELA - A MESMA
      *    MECANICA DE VIGENCIA DATADA DO TXPARAM (TXPREC.CPY) E DO
      *    TARPARAM (TRFREC.CPY): A VIGENCIA DE UM REGISTRO TERMINA
      *    QUANDO COMECA A DO REGISTRO COM A PROXIMA DATA, E HAVENDO
      *    MAIS DE UM REGISTRO COM A MESMA DATA VALE O ULTIMO
      *    GRAVADO.  A ANALISE (COMUNICACAO-COAF) USA A VIGENCIA EM
      *    VIGOR NA DATA FINAL DO PERIODO ANALISADO.
      *
      *    CFP-VL-LIMITE-COMUNICACAO E O VALOR A PARTIR DO QUAL UM
      *    MOVIMENTO ISOLADO E COMUNICADO.  MOVIMENTOS DE VALOR
      *    IGUAL OU ACIMA DE CFP-VL-PISO-FRACIONAMENTO E ABAIXO DO
      *    LIMITE SAO OS "LOGO ABAIXO DO LIMITE": QUANDO A SOMA
      *    DELES PARA UM CLIENTE PASSA DO LIMITE DENTRO DE
      *    CFP-QT-DIAS-FRACIONAMENTO DIAS, HA INDICIO DE
      *    FRACIONAMENTO.  CONTA SEM MOVIMENTO HA
      *    CFP-QT-DIAS-INATIVIDADE DIAS OU MAIS QUE VOLTA A SE
      *    MOVIMENTAR E MOVIMENTA, NOS CFP-QT-DIAS-FRACIONAMENTO
      *    DIAS SEGUINTES, CFP-VL-REATIVACAO OU MAIS (SOMA DOS
      *    VALORES ABSOLUTOS) E COMUNICADA COMO REATIVACAO SUBITA.
      *    SEM REGISTRO VIGENTE A ANALISE NAO E FEITA - NAO EXISTEM
      *    LIMITES COMPILADOS DE CONTINGENCIA.
      *================================================================
       01  CFP-REGISTRO.
           05  CFP-DATA-INICIO-VIGENCIA
                                       PIC 9(08).
           05  CFP-VL-LIMITE-COMUNICACAO
                                       PIC 9(09)V99.
           05  CFP-VL-PISO-FRACIONAMENTO
                                       PIC 9(09)V99.
           05  CFP-QT-DIAS-FRACIONAMENTO
                                       PIC 9(03).
           05  CFP-QT-DIAS-INATIVIDADE PIC 9(05).
           05  CFP-VL-REATIVACAO       PIC 9(09)V99.
           05  FILLER                  PIC X(10).
