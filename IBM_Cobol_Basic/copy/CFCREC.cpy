      *================================================================
      *    CFCREC.CPY
      *
      *    LAYOUT DO REGISTRO DO CONTROLE DE OCORRENCIAS JA
      *    COMUNICADAS AO COAF (ARQUIVO INDEXADO COAFCTL).  A
      *    ANALISE (COMUNICACAO-COAF) GRAVA UM REGISTRO POR
      *    OCORRENCIA NO MOMENTO EM QUE A INCLUI NO ARQUIVO DE
      *    COMUNICACAO, E CONSULTA O CONTROLE ANTES DE INCLUIR
      *    QUALQUER OCORRENCIA - E O QUE IMPEDE QUE PERIODOS
      *    SOBREPOSTOS, OU UMA REEXECUCAO, COMUNIQUEM DUAS VEZES O
      *    MESMO CLIENTE PELA MESMA OCORRENCIA.
      *
      *    CHAVE DO ARQUIVO INDEXADO: CFC-CHAVE (CLIENTE, TIPO DA
      *    OCORRENCIA E DATA/HORA DO MOVIMENTO QUE A ORIGINOU: O
      *    PROPRIO MOVIMENTO DE VALOR ELEVADO, O PRIMEIRO MOVIMENTO
      *    DA SERIE FRACIONADA OU O MOVIMENTO QUE REATIVOU A
      *    CONTA).  CFC-DATA-INICIO E CFC-DATA-FIM DELIMITAM OS
      *    MOVIMENTOS COBERTOS PELA OCORRENCIA; UMA SERIE
      *    FRACIONADA QUE SE SOBREPONHA A UMA JA COMUNICADA DO
      *    MESMO CLIENTE TAMBEM E CONSIDERADA JA COMUNICADA.
      *
      *    CFC-SITUACAO: A ANALISE GRAVA A OCORRENCIA PENDENTE (P)
      *    E SO A CONFIRMA (C) DEPOIS DE FECHAR COM SUCESSO O
      *    ARQUIVO DE COMUNICACAO.  UMA EXECUCAO QUE TERMINA COM
      *    ERRO OU ABENDA DEIXA AS SUAS OCORRENCIAS PENDENTES, E A
      *    EXECUCAO SEGUINTE AS INCLUI DE NOVO NO ARQUIVO (COM
      *    CFC-DATA-ULT-ATIVIDADE, DA REATIVACAO) ANTES DE ANALISAR
      *    O PERIODO.
      *================================================================
       01  CFC-REGISTRO.
           05  CFC-CHAVE.
               10  CFC-CLI-NUMERO      PIC 9(09).
               10  CFC-TIPO-OCORRENCIA PIC X(01).
                   88  CFC-OC-VALOR-ELEVADO    VALUE 'V'.
                   88  CFC-OC-FRACIONAMENTO    VALUE 'F'.
                   88  CFC-OC-REATIVACAO       VALUE 'R'.
               10  CFC-DATA-HORA-ORIGEM.
                   15  CFC-DATA-ORIGEM PIC 9(08).
                   15  CFC-HORA-ORIGEM PIC 9(08).
           05  CFC-DATA-INICIO         PIC 9(08).
           05  CFC-DATA-FIM            PIC 9(08).
           05  CFC-QT-MOVIMENTOS       PIC 9(05).
           05  CFC-VL-TOTAL            PIC S9(11)V99 COMP-3.
           05  CFC-DATA-COMUNICACAO    PIC 9(08).
           05  CFC-PERIODO-INICIO      PIC 9(08).
           05  CFC-PERIODO-FIM         PIC 9(08).
           05  CFC-SITUACAO            PIC X(01).
               88  CFC-PENDENTE                VALUE 'P'.
               88  CFC-CONFIRMADA              VALUE 'C'.
           05  CFC-DATA-ULT-ATIVIDADE  PIC 9(08).
           05  FILLER                  PIC X(01).
