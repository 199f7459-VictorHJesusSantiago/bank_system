           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

      *    De-para da migracao: referencia antiga em cheques e
      *    comprovantes continua resoluvel por aqui.
           05  WS-CXA-QTD-DEP       PIC 9(7).
           05  WS-CXA-QTD-SAQ       PIC 9(7).
           05  WS-CXA-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-CXA-RETIDO        PIC S9(13)V99 COMP-3.
           05  WS-CXA-QTD-RETIDAS   PIC 9(7).

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

      *----------------------------------------------------------------
       LINKAGE SECTION.
           MOVE CAIXA-QTD-DEPOSITOS TO WS-CXA-QTD-DEP
           MOVE CAIXA-QTD-SAQUES TO WS-CXA-QTD-SAQ
           MOVE CAIXA-SALDO-ESPERADO TO WS-CXA-SALDO
           MOVE CAIXA-TOTAL-RETIDO TO WS-CXA-RETIDO
           MOVE CAIXA-QTD-RETIDAS TO WS-CXA-QTD-RETIDAS
           MOVE CAIXA-TURNO TO WS-CXA-TURNO
      *    Zera a posicao da origem.
           INITIALIZE CAIXA-TOTAL-ENTRADAS CAIXA-TOTAL-SAIDAS
                      CAIXA-QTD-DEPOSITOS CAIXA-QTD-SAQUES
                      CAIXA-SALDO-ESPERADO
                      CAIXA-TOTAL-RETIDO CAIXA-QTD-RETIDAS
           REWRITE REG-CAIXA
      *    Acumula na receptora, criando o turno se preciso.
           MOVE WS-MIG-AG-DESTINO TO CAIXA-AGENCIA
               MOVE WS-CXA-QTD-DEP TO CAIXA-QTD-DEPOSITOS
               MOVE WS-CXA-QTD-SAQ TO CAIXA-QTD-SAQUES
               MOVE WS-CXA-SALDO TO CAIXA-SALDO-ESPERADO
               MOVE WS-CXA-RETIDO TO CAIXA-TOTAL-RETIDO
               MOVE WS-CXA-QTD-RETIDAS TO CAIXA-QTD-RETIDAS
               WRITE REG-CAIXA
           ELSE
               ADD WS-CXA-ENTRADAS TO CAIXA-TOTAL-ENTRADAS
               ADD WS-CXA-QTD-DEP TO CAIXA-QTD-DEPOSITOS
               ADD WS-CXA-QTD-SAQ TO CAIXA-QTD-SAQUES
               ADD WS-CXA-SALDO TO CAIXA-SALDO-ESPERADO
               ADD WS-CXA-RETIDO TO CAIXA-TOTAL-RETIDO
               ADD WS-CXA-QTD-RETIDAS TO CAIXA-QTD-RETIDAS
               REWRITE REG-CAIXA
           END-IF
      *    Reposiciona na origem para a varredura continuar.
