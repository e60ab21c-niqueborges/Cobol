      *================================================================
      *    LRPREC.CPY
      *
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DA REVISAO
      *    MENSAL DE LIMITES DE CREDITO (ARQUIVO LIMPARAM).  CADA
      *    REGISTRO TRAZ UMA DATA DE INICIO DE VIGENCIA E AS REGRAS
      *    QUE VALEM A PARTIR DELA - A MESMA MECANICA DE VIGENCIA
      *    DATADA DO TXPARAM (TXPREC.CPY), DO TARPARAM (TRFREC.CPY)
      *    E DO CFPARAM (CFPREC.CPY): A VIGENCIA DE UM REGISTRO
      *    TERMINA QUANDO COMECA A DO REGISTRO COM A PROXIMA DATA, E
      *    HAVENDO MAIS DE UM REGISTRO COM A MESMA DATA VALE O
      *    ULTIMO GRAVADO.  A REVISAO (REVISAO-LIMITES) USA A
      *    VIGENCIA EM VIGOR NA DATA DE REFERENCIA DA REVISAO.
      *
      *    OS INDICADORES SAO APURADOS NA JANELA DE 90 DIAS QUE
      *    TERMINA NA DATA DE REFERENCIA.  A REDUCAO E AVALIADA
      *    PRIMEIRO: CLIENTE COM LRP-QT-DIAS-NEG-REDUCAO OU MAIS
      *    DIAS DE SALDO NEGATIVO, OU COM LRP-VL-JUROS-REDUCAO OU
      *    MAIS DE JUROS DEVEDORES PAGOS (VALOR ZERO DESLIGA O
      *    RESPECTIVO CRITERIO), TEM PROPOSTA DE REDUCAO DE
      *    LRP-PC-REDUCAO POR CENTO DO LIMITE - NUNCA ABAIXO DO
      *    VALOR DEVEDOR ATUAL DO CLIENTE.
      *    SEM INDICACAO DE REDUCAO, CLIENTE COM LRP-QT-REJ-AUMENTO
      *    OU MAIS MOVIMENTOS REJEITADOS POR EXCEDER O LIMITE, NO
      *    MAXIMO LRP-QT-DIAS-NEG-AUMENTO DIAS NEGATIVO E SALDO
      *    MEDIO IGUAL OU ACIMA DE LRP-VL-SALDO-MEDIO-AUMENTO TEM
      *    PROPOSTA DE AUMENTO DE LRP-PC-AUMENTO POR CENTO DO
      *    LIMITE (NO MINIMO LRP-VL-AUMENTO-MINIMO), SEM PASSAR DE
      *    LRP-VL-LIMITE-MAXIMO.  OS DEMAIS CLIENTES FICAM COMO
      *    ESTAO.  SEM REGISTRO VIGENTE A REVISAO NAO E FEITA - NAO
      *    EXISTEM REGRAS COMPILADAS DE CONTINGENCIA.
      *================================================================
       01  LRP-REGISTRO.
           05  LRP-DATA-INICIO-VIGENCIA
                                       PIC 9(08).
           05  LRP-QT-REJ-AUMENTO      PIC 9(03).
           05  LRP-QT-DIAS-NEG-AUMENTO PIC 9(03).
           05  LRP-VL-SALDO-MEDIO-AUMENTO
                                       PIC 9(09)V99.
           05  LRP-PC-AUMENTO          PIC 9(03)V99.
           05  LRP-VL-AUMENTO-MINIMO   PIC 9(09)V99.
           05  LRP-VL-LIMITE-MAXIMO    PIC 9(09)V99.
           05  LRP-QT-DIAS-NEG-REDUCAO PIC 9(03).
           05  LRP-VL-JUROS-REDUCAO    PIC 9(09)V99.
           05  LRP-PC-REDUCAO          PIC 9(03)V99.
           05  FILLER                  PIC X(09).
