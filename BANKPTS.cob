               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQMOVDIA ASSIGN TO 'BANKMOVD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVDIA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQMOVDIA.
           COPY BANKMOVD.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PTS-CTRL.
               88  FS-PTS-EOF       VALUE '10'.
               88  FS-PTS-NFD       VALUE '23'.
           05  FS-DATAMOV           PIC XX.
           05  FS-MOVDIA            PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-CHAMADA-MOVIMENTO.
      *    Area de chamada do extrato do movimento do dia (BANKMOV)
           05  WS-MOVSRV-CODIGO     PIC 9(4).
           05  WS-MOVSRV-MENSAGEM   PIC X(100).
           05  WS-MOVSRV-MODO       PIC X(1).
           05  WS-MOVSRV-OPERADOR   PIC X(20).

       01  WS-MOVDIA-CTRL.
           05  WS-MOV-LIBERADO      PIC X(1).
           05  WS-MOV-FIM           PIC X(1).

       01  WS-RESGATE-CTRL.
      *    Conversao do resgate: 1 ponto = R$ 0,01.
           05  WS-RES-VALOR-PONTO   PIC 9(1)V99 VALUE 0,01.
       2000-INICIO.
           DISPLAY '--- ACUMULO DE PONTOS DO DIA ---'
           MOVE ZEROS TO WS-ACU-QTD-TRANS
      *    Movimento do dia pelo extrato BANKMOVD.DAT (perna de
      *    origem = cada transacao uma vez); extrato recusado pelo
      *    BANKMOV volta a varredura de BANKTRAN.DAT.
           PERFORM 2050-ABRIR-MOVIMENTO-DIA
           IF WS-MOV-LIBERADO = 'S'
               PERFORM UNTIL WS-MOV-FIM = 'S'
                   READ ARQMOVDIA
                       AT END MOVE 'S' TO WS-MOV-FIM
                   END-READ
                   IF WS-MOV-FIM NOT = 'S'
                      AND MVD-DETALHE AND MVD-PERNA-ORIGEM
                       MOVE MVD-TRANSACAO TO REG-TRANS
                       PERFORM 2070-AVALIAR-TRANSACAO
                   END-IF
               END-PERFORM
               CLOSE ARQMOVDIA
           ELSE
               MOVE ZEROS TO PTS-TRANS-ID
               START ARQTRANS KEY >= PTS-TRANS-ID
                   INVALID KEY MOVE '10' TO FS-TRANS
               END-START
               PERFORM UNTIL FS-TRANS-EOF
                   READ ARQTRANS NEXT
                       AT END MOVE '10' TO FS-TRANS
                   END-READ
                   IF NOT FS-TRANS-EOF
                       PERFORM 2070-AVALIAR-TRANSACAO
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY 'TRANSACOES PONTUADAS: ' WS-ACU-QTD-TRANS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-ABRIR-MOVIMENTO-DIA.
      *    O BANKMOV confere os totais de controle do extrato (e o
      *    refaz se BANKTRAN.DAT mudou depois da geracao) antes de
      *    liberar a leitura.
           MOVE 'N' TO WS-MOV-LIBERADO
           MOVE 'N' TO WS-MOV-FIM
           MOVE ZEROS TO WS-MOVSRV-CODIGO
           MOVE 'B' TO WS-MOVSRV-MODO
           MOVE 'BANKPTS' TO WS-MOVSRV-OPERADOR
           CALL 'BANKMOV' USING WS-CHAMADA-MOVIMENTO
           IF WS-MOVSRV-CODIGO NOT = ZEROS
               DISPLAY 'EXTRATO DO MOVIMENTO RECUSADO - '
                   'LENDO BANKTRAN.DAT'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQMOVDIA
           IF FS-MOVDIA NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ARQMOVDIA
               AT END MOVE 'S' TO WS-MOV-FIM
           END-READ
           MOVE 'S' TO WS-MOV-LIBERADO.

       2070-AVALIAR-TRANSACAO.
           IF PTS-TRANS-STATUS = 'E'
              AND PTS-TRANS-DATA = WS-DATA-MOVIMENTO
              AND (PTS-TRANS-CANAL = 'CARTAO'
                   OR PTS-TRANS-TIPO = 'TAR')
               PERFORM 2100-CREDITAR-PONTOS
           END-IF.

       2100-CREDITAR-PONTOS.
           MOVE PTS-TRANS-CONTA-ORG TO PTS-CONTA-NUM
           READ ARQCONTAS KEY IS PTS-CONTA-NUM
