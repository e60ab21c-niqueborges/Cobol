      *================================================================
      *    CFAREC.CPY
      *
      *    LAYOUT FIXO DO REGISTRO DO ARQUIVO DE COMUNICACAO AO
      *    COAF (ARQUIVO COAFARQ), GERADO PELA ANALISE
      *    COMUNICACAO-COAF NA MESMA EXECUCAO DO RELATORIO DE
      *    ANALISE (RELCOAF) E COM AS MESMAS OCORRENCIAS, PARA
      *    ENVIO A UNIDADE DE INTELIGENCIA FINANCEIRA SEM
      *    INTERPRETAR LINHAS DE IMPRESSAO.
      *
      *    UM HEADER UNICO (TIPO 0) ABRE O ARQUIVO COM A DATA DE
      *    GERACAO, O PERIODO ANALISADO E A VIGENCIA DE PARAMETROS
      *    APLICADA; CADA OCORRENCIA E UM REGISTRO TIPO 1; UM
      *    TRAILER UNICO (TIPO 9) FECHA O ARQUIVO COM A QUANTIDADE
      *    DE OCORRENCIAS POR TIPO, A QUANTIDADE TOTAL E A SOMA DOS
      *    VALORES - O MESMO PAPEL DOS CONTROLES DO MOVDIA
      *    (MOVCTL.CPY) E DO TRAILER DO EXTRATO EM ARQUIVO
      *    (EXTREC.CPY).  OS VALORES SAEM COM SINAL SEPARADO A
      *    ESQUERDA (+/-), PARA LEITURA DIRETA POR QUALQUER
      *    PLATAFORMA.
      *
      *    CFA-OC-TIPO: V = MOVIMENTO ISOLADO DE VALOR ELEVADO,
      *    F = SERIE DE MOVIMENTOS LOGO ABAIXO DO LIMITE
      *    (FRACIONAMENTO), R = REATIVACAO SUBITA DE CONTA QUASE
      *    DORMENTE (CFA-OC-DATA-ULT-ATIVIDADE TRAZ A DATA DO
      *    ULTIMO MOVIMENTO ANTERIOR A REATIVACAO; ZEROS NOS
      *    DEMAIS TIPOS).
      *================================================================
       01  CFA-REGISTRO.
           05  CFA-TIPO-REGISTRO       PIC X(01).
               88  CFA-REG-HEADER              VALUE '0'.
               88  CFA-REG-OCORRENCIA          VALUE '1'.
               88  CFA-REG-TRAILER             VALUE '9'.
           05  CFA-DADOS               PIC X(99).
           05  CFA-DADOS-HEADER REDEFINES CFA-DADOS.
               10  CFA-HDR-DATA-GERACAO
                                       PIC 9(08).
               10  CFA-HDR-PERIODO-INICIO
                                       PIC 9(08).
               10  CFA-HDR-PERIODO-FIM PIC 9(08).
               10  CFA-HDR-VIGENCIA    PIC 9(08).
               10  FILLER              PIC X(67).
           05  CFA-DADOS-OCORRENCIA REDEFINES CFA-DADOS.
               10  CFA-OC-CLI-NUMERO   PIC 9(09).
               10  CFA-OC-NOME         PIC X(30).
               10  CFA-OC-TIPO         PIC X(01).
               10  CFA-OC-DATA-INICIO  PIC 9(08).
               10  CFA-OC-DATA-FIM     PIC 9(08).
               10  CFA-OC-QT-MOVIMENTOS
                                       PIC 9(05).
               10  CFA-OC-VL-TOTAL     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
               10  CFA-OC-DATA-ULT-ATIVIDADE
                                       PIC 9(08).
               10  FILLER              PIC X(16).
           05  CFA-DADOS-TRAILER REDEFINES CFA-DADOS.
               10  CFA-TRL-QT-VALOR-ELEVADO
                                       PIC 9(07).
               10  CFA-TRL-QT-FRACIONAMENTO
                                       PIC 9(07).
               10  CFA-TRL-QT-REATIVACAO
                                       PIC 9(07).
               10  CFA-TRL-QT-OCORRENCIAS
                                       PIC 9(09).
               10  CFA-TRL-VL-TOTAL    PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(53).
