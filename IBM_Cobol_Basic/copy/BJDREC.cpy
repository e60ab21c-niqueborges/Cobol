      *================================================================
      *    BJDREC.CPY
      *
      *    LAYOUT DO REGISTRO DE BLOQUEIO JUDICIAL OU ADMINISTRATIVO
      *    (ARQUIVO INDEXADO BLQJUD).  CADA REGISTRO RETEM UM VALOR
      *    DETERMINADO DO SALDO DE UM CLIENTE POR ORDEM DE UMA
      *    AUTORIDADE, SEM BLOQUEAR A CONTA INTEIRA (CLI-BLOQUEADO):
      *    A CONTA SEGUE MOVIMENTANDO, MAS NENHUM DEBITO PODE
      *    ALCANCAR O VALOR RETIDO.  INCLUIDO, LIBERADO E CONSULTADO
      *    PELA TRANSACAO MANUTENCAO-BLOQUEIO-JUDICIAL; TOTALIZADO
      *    PELO SUBPROGRAMA TOTALIZAR-BLOQUEIOS PARA A POSTAGEM
      *    (APLICAR-MOVIMENTO) E PARA AS CONSULTAS DE SALDO
      *    DISPONIVEL.
      *
      *    CHAVE DO ARQUIVO INDEXADO: BJD-CHAVE (CLIENTE E NUMERO DO
      *    BLOQUEIO, ATRIBUIDO EM SEQUENCIA POR CLIENTE NA INCLUSAO).
      *
      *    O BLOQUEIO VALE NA DATA D QUANDO BJD-DATA-INICIO NAO E
      *    POSTERIOR A D E ELE ESTA ATIVO OU FOI LIBERADO DEPOIS DE
      *    D (BJD-DATA-LIBERACAO MAIOR QUE D) - ASSIM O VALOR RETIDO
      *    EM QUALQUER DATA PASSADA CONTINUA APURAVEL DEPOIS DA
      *    LIBERACAO.  O REGISTRO LIBERADO PERMANECE NO ARQUIVO.
      *================================================================
       01  BJD-REGISTRO.
           05  BJD-CHAVE.
               10  BJD-CLI-NUMERO      PIC 9(09).
               10  BJD-NUMERO          PIC 9(05).
           05  BJD-VALOR               PIC S9(09)V99 COMP-3.
           05  BJD-REFERENCIA-ORDEM    PIC X(30).
           05  BJD-AUTORIDADE          PIC X(30).
           05  BJD-DATA-INICIO         PIC 9(08).
           05  BJD-DATA-LIBERACAO      PIC 9(08).
           05  BJD-STATUS              PIC X(01).
               88  BJD-ATIVO                   VALUE 'A'.
               88  BJD-LIBERADO                VALUE 'L'.
           05  BJD-USUARIO-INCLUSAO    PIC X(08).
           05  BJD-DATA-INCLUSAO       PIC 9(08).
           05  BJD-USUARIO-LIBERACAO   PIC X(08).
           05  BJD-REFERENCIA-LIBERACAO
                                       PIC X(30).
           05  FILLER                  PIC X(10).
