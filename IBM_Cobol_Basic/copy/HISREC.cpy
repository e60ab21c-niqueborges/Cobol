      *    EVENTOS DO MESMO CLIENTE GRAVADOS NO MESMO CENTESIMO DE
      *    SEGUNDO; O ARQUIVADOR INCREMENTA-A ATE A GRAVACAO SER
      *    ACEITA.
      *
      *    NO EVENTO ESTORNO O MOTIVO E REDEFINIDO EM
      *    HIS-ESTORNO-REFERENCIA, COM A CHAVE E O TIPO DO EVENTO
      *    ORIGINAL ESTORNADO (VEJA AUDREC.CPY).
      *    NO EVENTO BLOQJUD O MOTIVO E REDEFINIDO EM
      *    HIS-BLOQUEIO-REFERENCIA (VEJA AUDREC.CPY).
      *================================================================
       01  HIS-REGISTRO.
           05  HIS-CHAVE.
               88  HIS-EV-CADASTRO             VALUE 'CADASTRO'.
               88  HIS-EV-REMUNERACAO          VALUE 'REMUNER'.
               88  HIS-EV-TARIFA               VALUE 'TARIFA'.
               88  HIS-EV-ESTORNO              VALUE 'ESTORNO'.
               88  HIS-EV-BLOQUEIO-JUDICIAL    VALUE 'BLOQJUD'.
           05  HIS-VALOR-EVENTO        PIC S9(09)V99 COMP-3.
           05  HIS-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  HIS-SALDO-RESULTANTE    PIC S9(09)V99 COMP-3.
           05  HIS-USUARIO             PIC X(08).
           05  HIS-MOTIVO              PIC X(40).
           05  HIS-ESTORNO-REFERENCIA  REDEFINES HIS-MOTIVO.
               10  HIS-EST-CHAVE-ORIGINAL.
                   15  HIS-EST-CLI-NUMERO      PIC 9(09).
                   15  HIS-EST-DATA            PIC 9(08).
                   15  HIS-EST-HORA            PIC 9(08).
                   15  HIS-EST-SEQ-DESEMPATE   PIC 9(03).
               10  HIS-EST-TIPO-ORIGINAL   PIC X(10).
               10  FILLER                  PIC X(02).
           05  HIS-BLOQUEIO-REFERENCIA REDEFINES HIS-MOTIVO.
               10  HIS-BJD-NUMERO           PIC 9(05).
               10  HIS-BJD-ACAO             PIC X(01).
                   88  HIS-BJD-INCLUSAO             VALUE 'I'.
                   88  HIS-BJD-LIBERACAO            VALUE 'L'.
                   88  HIS-BJD-CONSULTA             VALUE 'C'.
               10  HIS-BJD-REFERENCIA       PIC X(30).
               10  FILLER                  PIC X(04).
