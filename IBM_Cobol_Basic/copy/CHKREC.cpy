      *    CHKREC.CPY
      *
      *    LAYOUT DO REGISTRO DE CHECKPOINT/RESTART DO PROCESSAMENTO
      *    NOTURNO DE SALDOS (ARQUIVO RESTART).  GRAVADO PELO DRIVER
      *    BATCH A CADA PONTO CONCLUIDO PARA PERMITIR QUE UM RERUN
      *    RETOME DALI, E NAO DO INICIO DA NOITE.  O SIGNIFICADO DO
      *    PONTO DEPENDE DO MODO DA EXECUCAO (CHK-MODO):
      *
      *    - ORDEM DE CHEGADA: GRAVADO A CADA MOVIMENTO.
      *      CHK-ULT-SEQUENCIA (POSICAO SEQUENCIAL DO MOVIMENTO NA
      *      LEITURA SUSPANT + MOVDIA) E QUEM DECIDE QUANTOS
      *      REGISTROS DESCARTAR NUM RESTART, MESMO QUANDO HOUVER
      *      MAIS DE UM MOVIMENTO PARA O MESMO CLIENTE NO ARQUIVO DO
      *      DIA; CHK-ULT-CLIENTE E SO INFORMATIVO.
      *    - ORDENADO POR CLIENTE: NA PASSAGEM POR CLIENTE
      *      (CHK-FASE-CLIENTES) E GRAVADO A CADA CLIENTE CONCLUIDO
      *      E CHK-ULT-CLIENTE E O PONTO DE RETOMADA; NA FASE FINAL
      *      DAS CONTAS COM TRANSFERENCIA, APLICADA EM ORDEM DE
      *      CHEGADA (CHK-FASE-CHEGADA), E GRAVADO A CADA MOVIMENTO
      *      E CHK-ULT-SEQUENCIA VOLTA A SER O PONTO DE RETOMADA.
      *      CHK-SEQ-CORTE GUARDA A ULTIMA SEQUENCIA QUE ENTROU NA
      *      SEPARACAO DAS CONTAS COM TRANSFERENCIA, PARA QUE A
      *      RESUBMISSAO SEPARE OS MOVIMENTOS EXATAMENTE COMO A
      *      EXECUCAO INTERROMPIDA.
      *
      *    UM REGISTRO GRAVADO ANTES DA EXISTENCIA DE CHK-MODO (EM
      *    BRANCO) VALE COMO ORDEM DE CHEGADA.
      *================================================================
       01  CHK-REGISTRO.
           05  CHK-ULT-CLIENTE         PIC 9(09).
           05  CHK-STATUS              PIC X(01).
               88  CHK-EM-ANDAMENTO            VALUE 'E'.
               88  CHK-CONCLUIDO               VALUE 'C'.
           05  CHK-MODO                PIC X(01).
               88  CHK-MODO-ORDENADO           VALUE 'O'.
               88  CHK-MODO-CHEGADA            VALUE 'C' ' '.
           05  CHK-FASE                PIC X(01).
               88  CHK-FASE-CLIENTES           VALUE 'C'.
               88  CHK-FASE-CHEGADA            VALUE 'T'.
           05  CHK-SEQ-CORTE           PIC 9(09).
           05  FILLER                  PIC X(34).
