      *================================================================
      *    PNDREC.CPY
      *
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PENDENCIAS DE APROVACAO
      *    (ARQUIVO INDEXADO PENDAPR).  CADA REGISTRO E UMA ACAO
      *    ONLINE QUE PASSOU DO VALOR DE DUPLA APROVACAO (APPREC.CPY)
      *    E POR ISSO NAO FOI APLICADA AO ARQUIVO MESTRE: UM AJUSTE
      *    DE SALDO DE SUPERVISOR (PND-VALOR E O AJUSTE, COM SINAL)
      *    OU UM AUMENTO DE LIMITE DE CREDITO (PND-VALOR E O LIMITE
      *    NOVO E PND-LIMITE-ANTERIOR O LIMITE NO MOMENTO DO PEDIDO).
      *    GRAVADO PELO SUBPROGRAMA VERIFICAR-ALCADA A PEDIDO DA
      *    CONSULTA-AJUSTE-SALDO E DA MANUTENCAO-CLIENTE; APROVADO
      *    OU REJEITADO PELA TRANSACAO APROVACAO-PENDENCIA, SEMPRE
      *    POR UMA MATRICULA DIFERENTE DA DO SOLICITANTE; EXPIRADO
      *    PELO EXPIRA-PENDENCIAS NO FIM DO DIA QUANDO NINGUEM
      *    DECIDIU.
      *
      *    CHAVE DO ARQUIVO INDEXADO: PND-CHAVE (DATA DO PEDIDO E
      *    SEQUENCIA DENTRO DO DIA, ATRIBUIDA NA GRAVACAO).  O
      *    REGISTRO DECIDIDO PERMANECE NO ARQUIVO COM A SITUACAO, A
      *    MATRICULA, A DATA/HORA E O MOTIVO DA DECISAO (NA
      *    EXPIRACAO, A MATRICULA FICA EM BRANCO).
      *================================================================
       01  PND-REGISTRO.
           05  PND-CHAVE.
               10  PND-DATA-SOLICITACAO
                                       PIC 9(08).
               10  PND-SEQUENCIA       PIC 9(05).
           05  PND-HORA-SOLICITACAO    PIC 9(08).
           05  PND-TIPO                PIC X(01).
               88  PND-TP-AJUSTE               VALUE 'A'.
               88  PND-TP-LIMITE               VALUE 'L'.
           05  PND-CLI-NUMERO          PIC 9(09).
           05  PND-VALOR               PIC S9(09)V99 COMP-3.
           05  PND-LIMITE-ANTERIOR     PIC S9(09)V99 COMP-3.
           05  PND-USUARIO-SOLICITANTE PIC X(08).
           05  PND-MOTIVO              PIC X(40).
           05  PND-SITUACAO            PIC X(01).
               88  PND-PENDENTE                VALUE 'P'.
               88  PND-APROVADA                VALUE 'A'.
               88  PND-REJEITADA               VALUE 'R'.
               88  PND-EXPIRADA                VALUE 'E'.
           05  PND-USUARIO-DECISAO     PIC X(08).
           05  PND-DATA-DECISAO        PIC 9(08).
           05  PND-HORA-DECISAO        PIC 9(08).
           05  PND-MOTIVO-DECISAO      PIC X(40).
           05  FILLER                  PIC X(14).
