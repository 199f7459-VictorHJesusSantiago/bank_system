           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-TIER-INV-CTRL.
           05  WS-TIER-PERC-CDB     PIC 9(3)V99 COMP-3.
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-VENDA.
      *    Area de chamada do registro de vendas (BANKVDA)
           05  WS-VDASRV-MODO       PIC X(1).
           05  WS-VDASRV-PRODUTO    PIC X(3).
           05  WS-VDASRV-CONTRATO   PIC 9(10).
           05  WS-VDASRV-CONTA      PIC 9(10).
           05  WS-VDASRV-AGENCIA    PIC 9(4).
           05  WS-VDASRV-OPERADOR   PIC X(20).
           05  WS-VDASRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-VDASRV-CODIGO     PIC 9(4).

       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
                WS-INV-VALOR-APORT) * 100
           MOVE 'A' TO INV-STATUS
           WRITE REG-INVEST
           PERFORM 2260-REGISTRAR-TRANS-APLICACAO
           MOVE 'R' TO WS-VDASRV-MODO
           MOVE ACC-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           PERFORM 2270-REGISTRAR-VENDA.

       2270-REGISTRAR-VENDA.
      *    Aplicacao vendida (ou desfeita no resgate antes do
      *    vencimento) no registro de vendas do operador logado.
           MOVE 'INV' TO WS-VDASRV-PRODUTO
           MOVE INV-ID TO WS-VDASRV-CONTRATO
           MOVE INV-CONTA TO WS-VDASRV-CONTA
           MOVE INV-VALOR-APORT TO WS-VDASRV-VALOR
           MOVE LS-OPERADOR TO WS-VDASRV-OPERADOR
           CALL 'BANKVDA' USING WS-CHAMADA-VENDA.

       2260-REGISTRAR-TRANS-APLICACAO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-TRANS-ID-GER
                INV-VALOR-APORT) * 100
           REWRITE REG-INVEST
           PERFORM 4310-REGISTRAR-TRANS-RESGATE
           IF INV-DT-VENCTO > WS-INV-DT-HOJE
               MOVE 'E' TO WS-VDASRV-MODO
               MOVE ZEROS TO WS-VDASRV-AGENCIA
               PERFORM 2270-REGISTRAR-VENDA
           END-IF
           IF (WS-IMPOSTO + WS-IOF) > ZEROS
               PERFORM 4320-REGISTRAR-TRANS-RETENCAO
           END-IF.
