      *================================================================
      *    BJDPARM.CPY
      *
      *    PROTOCOLO DE LINKAGE ENTRE QUEM PRECISA DO VALOR RETIDO
      *    POR BLOQUEIOS JUDICIAIS (APLICAR-MOVIMENTO, CONSULTA-
      *    AJUSTE-SALDO, EXTRATO-MENSAL E ENCERRAR-CONTA) E O
      *    SUBPROGRAMA TOTALIZAR-BLOQUEIOS.  MANTIDO EM COPYBOOK
      *    PARA QUE OS DOIS LADOS DA CHAMADA NUNCA FIQUEM COM
      *    LAYOUTS DIFERENTES, COMO MOVRSLT.CPY E ESTPARM.CPY.
      *
      *    FUNCAO TOTALIZAR: DEVOLVE A SOMA E A QUANTIDADE DOS
      *    BLOQUEIOS DO CLIENTE QUE VALEM NA DATA DE REFERENCIA (VEJA
      *    BJDREC.CPY).  FUNCAO FINALIZAR: FECHA O ARQUIVO, QUE O
      *    SUBPROGRAMA ABRE NA PRIMEIRA CHAMADA E MANTEM ABERTO
      *    ENTRE AS CHAMADAS DO MESMO CHAMADOR.
      *
      *    BJP-CONTROLE-INDISPONIVEL INDICA QUE O ARQUIVO BLQJUD NAO
      *    PODE SER ABERTO OU LIDO: OS TOTAIS VOLTAM ZERADOS E O
      *    CHAMADOR DECIDE COMO PROSSEGUIR.  ARQUIVO AINDA NAO CRIADO
      *    (NENHUM BLOQUEIO JAMAIS INCLUIDO) NAO E INDISPONIBILIDADE.
      *================================================================
       01  BJP-PARAMETROS.
           05  BJP-FUNCAO              PIC X(01).
               88  BJP-FN-TOTALIZAR            VALUE 'T'.
               88  BJP-FN-FINALIZAR            VALUE 'F'.
           05  BJP-CLI-NUMERO          PIC 9(09).
           05  BJP-DATA-REFERENCIA     PIC 9(08).
           05  BJP-VL-BLOQUEADO        PIC S9(09)V99 COMP-3.
           05  BJP-QT-BLOQUEIOS        PIC 9(05).
           05  BJP-SITUACAO            PIC X(01).
               88  BJP-CONTROLE-DISPONIVEL     VALUE 'S'.
               88  BJP-CONTROLE-INDISPONIVEL   VALUE 'N'.
