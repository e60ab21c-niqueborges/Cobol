      *================================================================
      *    ALCPARM.CPY
      *
      *    PROTOCOLO DE LINKAGE ENTRE AS TRANSACOES ONLINE E O
      *    SUBPROGRAMA VERIFICAR-ALCADA, QUE CONCENTRA AS REGRAS DE
      *    ALCADA DOS OPERADORES (OPRREC.CPY) E DA DUPLA APROVACAO
      *    (APPREC.CPY E PNDREC.CPY).  MANTIDO EM COPYBOOK PARA QUE
      *    OS DOIS LADOS DA CHAMADA NUNCA FIQUEM COM LAYOUTS
      *    DIFERENTES, COMO BJDPARM.CPY E ESTPARM.CPY.
      *
      *    FUNCAO VERIFICAR: CONFERE SE A MATRICULA ALC-OPERADOR-ID
      *    ESTA CADASTRADA E ATIVA, TEM O PERFIL EXIGIDO (OU UM
      *    ACIMA DELE) E ALCADA PARA O VALOR ALC-VALOR (VALOR
      *    ABSOLUTO; ZERO PARA ACAO SEM VALOR).  DEVOLVE NOME,
      *    PERFIL E ALCADA DA MATRICULA.  CADASTRO INDISPONIVEL
      *    RECUSA A ACAO: SEM ELE NAO HA COMO SABER QUEM ESTA AGINDO.
      *
      *    FUNCAO LIMIARES: DEVOLVE OS VALORES DE DUPLA APROVACAO DA
      *    VIGENCIA DO APRPARAM EM VIGOR EM ALC-DATA-REFERENCIA (SEM
      *    VIGENCIA, ZERO - TUDO VAI PARA APROVACAO).
      *
      *    FUNCAO PENDENCIA: GRAVA NO PENDAPR O PEDIDO DESCRITO EM
      *    ALC-PEDIDO, COMO PENDENTE, COM A DATA ALC-DATA-REFERENCIA
      *    E A PROXIMA SEQUENCIA DO DIA, DEVOLVIDA EM
      *    ALC-SEQUENCIA-PENDENCIA.
      *
      *    FUNCAO FINALIZAR: FECHA OS ARQUIVOS, QUE O SUBPROGRAMA
      *    ABRE NA PRIMEIRA CHAMADA QUE PRECISA DE CADA UM.
      *================================================================
       01  ALC-PARAMETROS.
           05  ALC-FUNCAO              PIC X(01).
               88  ALC-FN-VERIFICAR            VALUE 'V'.
               88  ALC-FN-LIMIARES             VALUE 'L'.
               88  ALC-FN-PENDENCIA            VALUE 'P'.
               88  ALC-FN-FINALIZAR            VALUE 'F'.
           05  ALC-OPERADOR-ID         PIC X(08).
           05  ALC-PERFIL-EXIGIDO      PIC X(01).
               88  ALC-EXIGE-OPERADOR          VALUE 'O'.
               88  ALC-EXIGE-SUPERVISOR        VALUE 'S'.
               88  ALC-EXIGE-GERENTE           VALUE 'G'.
           05  ALC-VALOR               PIC S9(09)V99 COMP-3.
           05  ALC-DATA-REFERENCIA     PIC 9(08).
           05  ALC-PEDIDO.
               10  ALC-TIPO-PEDIDO     PIC X(01).
                   88  ALC-PEDIDO-AJUSTE       VALUE 'A'.
                   88  ALC-PEDIDO-LIMITE       VALUE 'L'.
               10  ALC-CLI-NUMERO      PIC 9(09).
               10  ALC-VL-PEDIDO       PIC S9(09)V99 COMP-3.
               10  ALC-LIMITE-ANTERIOR PIC S9(09)V99 COMP-3.
               10  ALC-MOTIVO          PIC X(40).
           05  ALC-NOME-OPERADOR       PIC X(30).
           05  ALC-PERFIL-OPERADOR     PIC X(01).
           05  ALC-VL-ALCADA           PIC S9(09)V99 COMP-3.
           05  ALC-VL-LIMIAR-AJUSTE    PIC S9(09)V99 COMP-3.
           05  ALC-VL-LIMIAR-AUMENTO   PIC S9(09)V99 COMP-3.
           05  ALC-DATA-VIGENCIA       PIC 9(08).
           05  ALC-SEQUENCIA-PENDENCIA PIC 9(05).
           05  ALC-RESULTADO           PIC X(01).
               88  ALC-ACEITO                  VALUE 'S'.
               88  ALC-RECUSADO                VALUE 'N'.
           05  ALC-MOTIVO-RECUSA       PIC X(40).
