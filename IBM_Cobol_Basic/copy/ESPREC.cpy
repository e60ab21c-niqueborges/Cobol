      *================================================================
      *    ESPREC.CPY
      *
      *    LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS DE ESTORNO EM
      *    LOTE (PEDESTOR), LIDO PELO ESTORNO-LOTE.  CADA REGISTRO
      *    PEDE O ESTORNO DE UM EVENTO DO HISTORICO DE AUDITORIA,
      *    IDENTIFICADO PELA CHAVE COMPLETA DELE NO AUDHIST
      *    (HIS-CHAVE, COMO EXIBIDA PELA CONSULTA-HISTORICO), COM A
      *    MATRICULA DE QUEM AUTORIZOU E O MOTIVO.
      *================================================================
       01  ESP-REGISTRO.
           05  ESP-CHAVE-ORIGINAL.
               10  ESP-CLI-NUMERO      PIC 9(09).
               10  ESP-DATA-ORIGINAL   PIC 9(08).
               10  ESP-HORA-ORIGINAL   PIC 9(08).
               10  ESP-SEQ-ORIGINAL    PIC 9(03).
           05  ESP-USUARIO             PIC X(08).
           05  ESP-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(04).
