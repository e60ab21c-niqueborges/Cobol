      *================================================================
      *    ESTREC.CPY
      *
      *    LAYOUT DO REGISTRO DO CONTROLE DE ESTORNOS (ARQUIVO
      *    INDEXADO ESTORNOS).  UM REGISTRO POR EVENTO ORIGINAL JA
      *    ESTORNADO, GRAVADO PELO SUBPROGRAMA ESTORNAR-EVENTO NA
      *    MESMA OPERACAO QUE LANCA O ESTORNO NO DIARIO DE
      *    AUDITORIA.  A CHAVE E A PROPRIA CHAVE DO EVENTO ORIGINAL
      *    NO HISTORICO (HIS-CHAVE), DE MODO QUE UM SEGUNDO ESTORNO
      *    DO MESMO EVENTO E RECUSADO PELA SIMPLES EXISTENCIA DO
      *    REGISTRO, E O EXTRATO CONSEGUE MARCAR O EVENTO ORIGINAL
      *    COMO ESTORNADO COM UMA LEITURA DIRETA.
      *
      *    EST-JUROS-ASSOCIADOS MARCA OS JUROS DEVEDORES QUE FORAM
      *    ESTORNADOS JUNTO COM O MOVIMENTO (OU TARIFA) QUE OS
      *    GEROU, E NAO POR PEDIDO PROPRIO; EST-CHAVE-PRINCIPAL
      *    APONTA ENTAO O EVENTO CUJO ESTORNO OS LEVOU.
      *
      *    CHAVE DO ARQUIVO INDEXADO: EST-CHAVE-ORIGINAL.
      *================================================================
       01  EST-REGISTRO.
           05  EST-CHAVE-ORIGINAL.
               10  EST-CLI-NUMERO      PIC 9(09).
               10  EST-DATA-ORIGINAL   PIC 9(08).
               10  EST-HORA-ORIGINAL   PIC 9(08).
               10  EST-SEQ-ORIGINAL    PIC 9(03).
           05  EST-TIPO-ORIGINAL       PIC X(10).
           05  EST-VALOR-ORIGINAL      PIC S9(09)V99 COMP-3.
           05  EST-VALOR-ESTORNO       PIC S9(09)V99 COMP-3.
           05  EST-DATA-ESTORNO        PIC 9(08).
           05  EST-HORA-ESTORNO        PIC 9(08).
           05  EST-USUARIO             PIC X(08).
           05  EST-ORIGEM              PIC X(01).
               88  EST-ORIGEM-ONLINE           VALUE 'O'.
               88  EST-ORIGEM-LOTE             VALUE 'L'.
           05  EST-SW-ASSOCIADO        PIC X(01).
               88  EST-JUROS-ASSOCIADOS        VALUE 'S'.
           05  EST-CHAVE-PRINCIPAL     PIC X(28).
           05  EST-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(08).
