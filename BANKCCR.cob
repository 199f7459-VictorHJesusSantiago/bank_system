           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-EMISSAO-CTRL.
      *    Politica de emissao: score minimo de 300; limite inicial
           05  WS-PAG-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-PAG-VALOR         PIC 9(9)V99.

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

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           DISPLAY 'CARTAO ' CCR-ID ' EMITIDO - '
               CCR-PAN-MASCARADO
           DISPLAY 'LIMITE: ' WS-VL-EDIT
      *    Emissao vai ao registro de vendas do operador logado.
           MOVE 'R' TO WS-VDASRV-MODO
           MOVE 'CCR' TO WS-VDASRV-PRODUTO
           MOVE CCR-ID TO WS-VDASRV-CONTRATO
           MOVE CCR-CONTA TO WS-VDASRV-CONTA
           MOVE CCR-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           MOVE CCR-LIMITE TO WS-VDASRV-VALOR
           MOVE LS-OPERADOR TO WS-VDASRV-OPERADOR
           CALL 'BANKVDA' USING WS-CHAMADA-VENDA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

