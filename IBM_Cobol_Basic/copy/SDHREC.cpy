      *================================================================
      *    SDHREC.CPY
      *
      *    LAYOUT DO REGISTRO DO HISTORICO DE SALDOS DE FECHAMENTO
      *    (ARQUIVO INDEXADO SLDHIST).  UM REGISTRO POR CLIENTE E
      *    DIA DE PROCESSAMENTO, GRAVADO PELO PASSO NOTURNO
      *    GRAVA-SALDO-DIARIO DEPOIS DA COBRANCA DIARIA DE JUROS
      *    DEVEDORES (JURDEV), QUANDO O SALDO DO DIA JA ESTA
      *    FECHADO: E A POSICAO DE FECHAMENTO DO CLIENTE NAQUELE
      *    DIA - SALDO, LIMITE DE CREDITO, SITUACAO E OS JUROS
      *    CREDORES E DEVEDORES ACUMULADOS (CLI-JUROS-CREDOR-ACUM E
      *    CLI-JUROS-DEVEDOR-ACUM) - QUE O MESTRE, COM SO O SALDO
      *    CORRENTE, NAO GUARDA.
      *
      *    SDH-DATA E A DATA DE PROCESSAMENTO DA NOITE RESOLVIDA
      *    PELO CONTROLE DO DIA (DIACTL), NAO A DATA DO RELOGIO:
      *    O PASSO QUE RODA DEPOIS DA MEIA-NOITE FECHA O DIA QUE O
      *    ATLZBAT PROCESSOU.  DIA SEM PROCESSAMENTO NOTURNO (FIM
      *    DE SEMANA, FERIADO) NAO TEM REGISTRO: O SALDO DE
      *    FECHAMENTO "EM" UMA DATA E O DO ULTIMO REGISTRO COM DATA
      *    IGUAL OU ANTERIOR A ELA.  UMA REEXECUCAO NA MESMA NOITE
      *    REGRAVA O REGISTRO DO DIA COM A POSICAO CORRENTE.
      *
      *    CONTA ENCERRADA RECEBE UM UNICO REGISTRO DE SITUACAO
      *    ENCERRADA (SDH-ENCERRADO, SALDO ZERO) COM SDH-DATA IGUAL
      *    A DATA DO ENCERRAMENTO - MESMO QUE ELA NAO SEJA DATA DE
      *    PROCESSAMENTO NOTURNO - GRAVADO NA PRIMEIRA NOITE QUE A
      *    ENCONTRA ENCERRADA; DEPOIS DISSO NAO RECEBE MAIS POSICAO.
      *    ASSIM A POSICAO "EM" QUALQUER DATA POSTERIOR E A DA CONTA
      *    ENCERRADA, E NAO O ULTIMO FECHAMENTO ANTERIOR A ELE.
      *
      *    CHAVE DO ARQUIVO INDEXADO: SDH-CHAVE (CLIENTE + DATA),
      *    QUE DEIXA OS DIAS DE UM CLIENTE EM SEQUENCIA PARA A
      *    CONSULTA (CONSULTA-SALDO-DIARIO) E PARA O SALDO MEDIO DA
      *    COBRANCA DE TARIFAS (COBRANCA-TARIFAS).
      *================================================================
       01  SDH-REGISTRO.
           05  SDH-CHAVE.
               10  SDH-CLI-NUMERO      PIC 9(09).
               10  SDH-DATA            PIC 9(08).
           05  SDH-SALDO               PIC S9(09)V99 COMP-3.
           05  SDH-LIMITE-CREDITO      PIC S9(09)V99 COMP-3.
           05  SDH-STATUS              PIC X(01).
               88  SDH-ATIVO                   VALUE 'A'.
               88  SDH-BLOQUEADO               VALUE 'B'.
               88  SDH-ENCERRADO               VALUE 'E'.
           05  SDH-JUROS-CREDOR-ACUM   PIC S9(09)V99 COMP-3.
           05  SDH-JUROS-DEVEDOR-ACUM  PIC S9(09)V99 COMP-3.
           05  FILLER                  PIC X(10).
