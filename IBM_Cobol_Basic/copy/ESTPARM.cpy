      *================================================================
      *    ESTPARM.CPY
      *
      *    PROTOCOLO DE LINKAGE ENTRE AS TRANSACOES DE ESTORNO
      *    (ONLINE E EM LOTE) E O SUBPROGRAMA ESTORNAR-EVENTO, QUE
      *    CONCENTRA A REGRA DO ESTORNO.  MANTIDO EM COPYBOOK PARA
      *    QUE OS DOIS LADOS DA CHAMADA NUNCA FIQUEM COM LAYOUTS
      *    DIFERENTES, COMO MOVRSLT.CPY E CTDPARM.CPY.
      *
      *    FUNCAO CONSULTAR: LOCALIZA O EVENTO ORIGINAL NO HISTORICO
      *    (AUDHIST) E DEVOLVE TIPO, VALOR E O EFEITO QUE O ESTORNO
      *    TERIA, SEM ALTERAR NADA - OU O MOTIVO PELO QUAL ELE NAO
      *    PODE SER ESTORNADO.  FUNCAO ESTORNAR: CONFERE AS MESMAS
      *    REGRAS E, ACEITO, APLICA O ESTORNO AO SALDO, REGISTRA-O
      *    NO CONTROLE DE ESTORNOS (ESTORNOS) E NO DIARIO DE
      *    AUDITORIA (EVENTO ESTORNO).  FUNCAO FINALIZAR: FECHA OS
      *    ARQUIVOS, QUE O SUBPROGRAMA ABRE NA PRIMEIRA CHAMADA E
      *    MANTEM ABERTOS ENTRE AS CHAMADAS DO MESMO CHAMADOR.
      *
      *    EPR-VALOR-JUROS-ESTORNO E O EFEITO DO ESTORNO DOS JUROS
      *    DEVEDORES COBRADOS JUNTO COM O EVENTO ORIGINAL (ZERO
      *    QUANDO NAO HOUVE JUROS, OU QUANDO ELES JA TINHAM SIDO
      *    ESTORNADOS A PARTE).  EPR-SALDO-RESULTANTE JA INCLUI OS
      *    DOIS EFEITOS.
      *================================================================
       01  EPR-PARAMETROS.
           05  EPR-FUNCAO              PIC X(01).
               88  EPR-FN-CONSULTAR            VALUE 'C'.
               88  EPR-FN-ESTORNAR             VALUE 'E'.
               88  EPR-FN-FINALIZAR            VALUE 'F'.
           05  EPR-CHAVE-ORIGINAL.
               10  EPR-CLI-NUMERO      PIC 9(09).
               10  EPR-DATA-ORIGINAL   PIC 9(08).
               10  EPR-HORA-ORIGINAL   PIC 9(08).
               10  EPR-SEQ-ORIGINAL    PIC 9(03).
           05  EPR-USUARIO             PIC X(08).
           05  EPR-ORIGEM              PIC X(01).
               88  EPR-ORIGEM-ONLINE           VALUE 'O'.
               88  EPR-ORIGEM-LOTE             VALUE 'L'.
           05  EPR-MOTIVO              PIC X(40).
           05  EPR-TIPO-ORIGINAL       PIC X(10).
           05  EPR-VALOR-ORIGINAL      PIC S9(09)V99 COMP-3.
           05  EPR-VALOR-ESTORNO       PIC S9(09)V99 COMP-3.
           05  EPR-VALOR-JUROS-ESTORNO PIC S9(09)V99 COMP-3.
           05  EPR-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  EPR-SALDO-RESULTANTE    PIC S9(09)V99 COMP-3.
           05  EPR-RESULTADO           PIC X(01).
               88  EPR-ACEITO                  VALUE 'S'.
               88  EPR-RECUSADO                VALUE 'N'.
           05  EPR-MOTIVO-RECUSA       PIC X(40).
