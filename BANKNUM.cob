           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

       FD  ARQPEDIDO.
       01  REG-PEDIDO-NUM.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-PEDIDO-CTRL.
           05  WS-NMO-PROX-ID       PIC 9(10) VALUE ZEROS.
               INITIALIZE CAIXA-TOTAL-ENTRADAS CAIXA-TOTAL-SAIDAS
                          CAIXA-QTD-DEPOSITOS CAIXA-QTD-SAQUES
                          CAIXA-SALDO-ESPERADO
                          CAIXA-TOTAL-RETIDO CAIXA-QTD-RETIDAS
               ADD NMO-VALOR TO CAIXA-SALDO-ESPERADO
               WRITE REG-CAIXA
           ELSE
