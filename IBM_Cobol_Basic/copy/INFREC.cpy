      *================================================================
      *    INFREC.CPY
      *
      *    LAYOUT FIXO DO REGISTRO DO ARQUIVO DE INFORMES DE
      *    RENDIMENTOS (ARQUIVO INFARQ), GERADO PELO
      *    INFORME-RENDIMENTOS NA MESMA EXECUCAO DOS INFORMES
      *    IMPRESSOS (RELINF) E COM OS MESMOS CLIENTES E VALORES,
      *    PARA ENVIO A RECEITA FEDERAL SEM INTERPRETAR LINHAS DE
      *    IMPRESSAO.
      *
      *    UM HEADER UNICO (TIPO 0) ABRE O ARQUIVO COM A DATA DE
      *    GERACAO E O ANO-BASE; CADA INFORME E UM REGISTRO TIPO 1,
      *    COM O SALDO EM 31/12 DO ANO ANTERIOR E DO ANO-BASE E O
      *    RENDIMENTO LIQUIDO DO ANO (REMUNERACAO CREDITADA NO ANO
      *    MENOS OS SEUS ESTORNOS); UM TRAILER UNICO (TIPO 9) FECHA
      *    O ARQUIVO COM A QUANTIDADE DE INFORMES E AS SOMAS DOS
      *    VALORES - O MESMO PAPEL DOS CONTROLES DO MOVDIA
      *    (MOVCTL.CPY) E DO TRAILER DO ARQUIVO DO COAF
      *    (CFAREC.CPY).  OS VALORES SAEM COM SINAL SEPARADO A
      *    ESQUERDA (+/-), PARA LEITURA DIRETA POR QUALQUER
      *    PLATAFORMA.
      *
      *    INF-CLI-SITUACAO E A SITUACAO DO CLIENTE NO MESTRE NA
      *    DATA DA GERACAO (A = ATIVO, B = BLOQUEADO, E =
      *    ENCERRADO): CONTA ENCERRADA TAMBEM RECEBE INFORME DO ANO
      *    EM QUE TEVE SALDO OU RENDIMENTO.
      *================================================================
       01  INF-REGISTRO.
           05  INF-TIPO-REGISTRO       PIC X(01).
               88  INF-REG-HEADER              VALUE '0'.
               88  INF-REG-INFORME             VALUE '1'.
               88  INF-REG-TRAILER             VALUE '9'.
           05  INF-DADOS               PIC X(99).
           05  INF-DADOS-HEADER REDEFINES INF-DADOS.
               10  INF-HDR-DATA-GERACAO
                                       PIC 9(08).
               10  INF-HDR-ANO-BASE    PIC 9(04).
               10  FILLER              PIC X(87).
           05  INF-DADOS-INFORME REDEFINES INF-DADOS.
               10  INF-CLI-NUMERO      PIC 9(09).
               10  INF-CLI-NOME        PIC X(30).
               10  INF-CLI-SITUACAO    PIC X(01).
               10  INF-CLI-SALDO-ANO-ANTERIOR
                                       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  INF-CLI-SALDO-ANO-BASE
                                       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  INF-CLI-VL-RENDIMENTO
                                       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(17).
           05  INF-DADOS-TRAILER REDEFINES INF-DADOS.
               10  INF-TRL-QT-INFORMES PIC 9(09).
               10  INF-TRL-VL-RENDIMENTOS
                                       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  INF-TRL-VL-SALDO-ANO-ANTERIOR
                                       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  INF-TRL-VL-SALDO-ANO-BASE
                                       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(42).
