      *    CAMPOS NOVOS ZERADOS.  OS TESTES IS NUMERIC SOBRE ESTES
      *    CAMPOS NOS PROGRAMAS SAO APENAS DEFESA CONTRA UM
      *    REGISTRO CORROMPIDO, NAO UM SUBSTITUTO DA CONVERSAO.
      *
      *    CLI-ENCERRADO MARCA A CONTA ENCERRADA PELA ACAO DE
      *    ENCERRAMENTO (MANUTENCAO-CLIENTE OU CARGA-CLIENTES-LOTE,
      *    VIA SUBPROGRAMA ENCERRAR-CONTA), QUE LIQUIDA A CONTA E
      *    DEIXA SALDO, LIMITE E ACUMULADOS ZERADOS.  O REGISTRO
      *    PERMANECE NO MESTRE PARA CONSULTA E HISTORICO, MAS A
      *    CONTA NAO RECEBE MAIS LANCAMENTOS, NAO E REATIVADA E E
      *    IGNORADA PELOS TRATAMENTOS NOTURNOS.
      *
      *    CLI-AGENCIA E A AGENCIA DONA DA CONTA (O MESMO CODIGO DE
      *    CAD-AGENCIA-ORIGEM NO LOTE CADASTRAL), GRAVADA NA
      *    INCLUSAO PELA TRANSACAO ONLINE (INFORMADA PELO OPERADOR)
      *    OU PELA CARGA EM LOTE (A AGENCIA QUE ENVIOU A ABERTURA) E
      *    ALTERADA SO PELA ACAO AUDITADA DE TRANSFERENCIA DE
      *    AGENCIA.  A INCLUSAO DO CAMPO EXPANDIU O REGISTRO DE 106
      *    PARA 114 BYTES; AS CONTAS JA EXISTENTES RECEBERAM A
      *    AGENCIA NA CONVERSAO UNICA CONVERTE-AGENCIA (JOB CONVAGE).
      *================================================================
       01  CLI-REGISTRO.
           05  CLI-NUMERO              PIC 9(09).
           05  CLI-STATUS              PIC X(01).
               88  CLI-ATIVO                   VALUE 'A'.
               88  CLI-BLOQUEADO               VALUE 'B'.
               88  CLI-ENCERRADO               VALUE 'E'.
           05  CLI-ULT-SEQ-MOVIMENTO-LOTE
                                       PIC 9(09) VALUE ZERO.
           05  CLI-DATA-MOVIMENTO-LOTE PIC 9(08) VALUE ZERO.
           05  CLI-DATA-SALDO-NEGATIVO PIC 9(08) VALUE ZERO.
           05  CLI-JUROS-DEVEDOR-ACUM  PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           05  CLI-AGENCIA             PIC X(08).
           05  FILLER                  PIC X(01).
