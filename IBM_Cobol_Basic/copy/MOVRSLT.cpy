      *    MOV-MOTIVO-REJEICAO SO TEM SIGNIFICADO QUANDO
      *    MOV-REJEITADO: DIZ AO CHAMADOR POR QUE O MOVIMENTO FOI
      *    RECUSADO, PARA QUE O REGISTRO DE AUDITORIA E AS MENSAGENS
      *    AO OPERADOR DISTINGAM LIMITE EXCEDIDO DE CONTA BLOQUEADA,
      *    DE CONTA ENCERRADA E DE DEBITO QUE CABERIA NO LIMITE MAS
      *    ALCANCARIA O VALOR RETIDO POR BLOQUEIO JUDICIAL (BJDREC).
      *
       01  MOV-RESULTADO.
           05  MOV-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
           05  MOV-MOTIVO-REJEICAO     PIC X(01).
               88  MOV-REJ-LIMITE              VALUE 'L'.
               88  MOV-REJ-BLOQUEADO           VALUE 'B'.
               88  MOV-REJ-ENCERRADO           VALUE 'E'.
               88  MOV-REJ-BLOQUEIO-JUDICIAL   VALUE 'J'.
