           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-SIGNATARIO.
      *    Area de chamada do registro de signatarios PJ (BANKSIG)
               88  SIGSRV-AUTORIZADO VALUE 0000.
           05  WS-SIGSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-REPRESENTANTE.
      *    Area de chamada do registro de representantes PF (BANKRPF)
           05  WS-REPSRV-MODO       PIC X(1).
           05  WS-REPSRV-CONTA      PIC 9(10).
           05  WS-REPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-REPSRV-OPERACAO   PIC X(1) VALUE 'P'.
           05  WS-REPSRV-OPERADOR   PIC X(20).
           05  WS-REPSRV-CODIGO     PIC 9(4).
               88  REPSRV-AUTORIZADO VALUE 0000.
           05  WS-REPSRV-MENSAGEM   PIC X(60).

       01  WS-DDA-CTRL.
           05  WS-DDA-PROX-ID        PIC 9(10) VALUE ZEROS.
           05  WS-DDA-CPF-BUSCA      PIC X(11).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-COMPROV-CTRL.
           05  WS-CPV-BASE           PIC X(60).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-VINCULADA.
      *    Area de chamada do servico de contas vinculadas (BANKESS)
           05  WS-ESCSRV-MODO       PIC X(1).
           05  WS-ESCSRV-ID         PIC 9(10).
           05  WS-ESCSRV-CONTA      PIC 9(10).
           05  WS-ESCSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-ESCSRV-PROCESSO   PIC X(20).
           05  WS-ESCSRV-DATA       PIC 9(8).
           05  WS-ESCSRV-CODIGO     PIC 9(4).
           05  WS-ESCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-CAIXINHA.
      *    Area de chamada do servico de caixinhas (BANKCXS)
           05  WS-CXSSRV-MODO       PIC X(1).
           05  WS-CXSSRV-CONTA      PIC 9(10).
           05  WS-CXSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-CXSSRV-QTD        PIC 9(3).
           05  WS-CXSSRV-CODIGO     PIC 9(4).
           05  WS-CXSSRV-MENSAGEM   PIC X(60).

       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO             PIC 9(4).
           MOVE REG-CONTA TO WS-CONTA-BUF
           MOVE PAY-CONTA-SALDO TO WS-SALDO
           MOVE PAY-CONTA-LIMITE TO WS-LIMITE
           PERFORM 2960-CALCULAR-DISPONIVEL

           IF WS-VALOR > WS-DISPONIVEL
               DISPLAY 'SALDO/LIMITE INSUFICIENTE'
               MOVE 5 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
               PERFORM 2955-VALIDAR-REPRESENTANTE-PF
           END-IF.

       2955-VALIDAR-REPRESENTANTE-PF.
      *    Conta PF com representante ativo so debita pelo CPF de
      *    representante com poder e limite para a operacao (BANKRPF).
           MOVE 'V' TO WS-REPSRV-MODO
           MOVE WS-CONTA TO WS-REPSRV-CONTA
           MOVE WS-VALOR TO WS-REPSRV-VALOR
           MOVE LS-OPERADOR TO WS-REPSRV-OPERADOR
           CALL 'BANKRPF' USING WS-CHAMADA-REPRESENTANTE
           IF NOT REPSRV-AUTORIZADO
               MOVE 5 TO LS-CODIGO
           END-IF.

       2960-CALCULAR-DISPONIVEL.
      *    Disponivel para debito = saldo + limite - valor retido em
      *    contas vinculadas (BANKESS) - guardado em caixinhas
      *    (BANKCXS) da conta lida.
           MOVE 'S' TO WS-ESCSRV-MODO
           MOVE PAY-CONTA-NUM TO WS-ESCSRV-CONTA
           MOVE ZEROS TO WS-ESCSRV-DATA WS-ESCSRV-VALOR
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           IF WS-ESCSRV-CODIGO NOT = ZEROS
               MOVE ZEROS TO WS-ESCSRV-VALOR
           END-IF
           MOVE 'S' TO WS-CXSSRV-MODO
           MOVE PAY-CONTA-NUM TO WS-CXSSRV-CONTA
           CALL 'BANKCXS' USING WS-CHAMADA-CAIXINHA
           IF WS-CXSSRV-CODIGO NOT = ZEROS
               MOVE ZEROS TO WS-CXSSRV-VALOR
           END-IF
           COMPUTE WS-DISPONIVEL = WS-SALDO + WS-LIMITE
               - WS-ESCSRV-VALOR - WS-CXSSRV-VALOR.

       2400-APLICAR-DESCONTO.
      *    Desconto de antecipacao sobre o valor de face, exibido e
      *    confirmado antes do debito.

           MOVE PAY-CONTA-SALDO TO WS-SALDO
           MOVE PAY-CONTA-LIMITE TO WS-LIMITE
           PERFORM 2960-CALCULAR-DISPONIVEL

           IF PAY-REC-VALOR > WS-DISPONIVEL
               DISPLAY 'CONTA ' PAY-REC-CONTA
