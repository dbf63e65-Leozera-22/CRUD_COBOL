               88 PEDIDO-ENCERRADO     VALUE "E".
           05 PEDIDO-VALOR             PIC 9(07)V99.
           05 PEDIDO-DATA-ENC          PIC 9(08).
           05 PEDIDO-ETAPA             PIC 9(01).
               88 ETAPA-AGUARDANDO     VALUE 0.
               88 ETAPA-SEPARADO       VALUE 1.
               88 ETAPA-EXPEDIDO       VALUE 2.
               88 ETAPA-ENTREGUE       VALUE 3.
           05 PEDIDO-SEP-DATA          PIC 9(08).
           05 PEDIDO-SEP-OPERADOR      PIC X(08).
           05 PEDIDO-EXP-DATA          PIC 9(08).
           05 PEDIDO-EXP-OPERADOR      PIC X(08).
           05 PEDIDO-RASTREIO          PIC X(20).
           05 PEDIDO-ENT-DATA          PIC 9(08).
           05 PEDIDO-ENT-OPERADOR      PIC X(08).

       FD HISTORICO.
       01 HIST-REG.
