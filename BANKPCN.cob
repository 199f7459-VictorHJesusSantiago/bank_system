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
       01  WS-PCN-CTRL.
           05  FS-QUEBRAS           PIC XX.
           05  FS-PAINEL            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  FS-MOVDIA            PIC XX.

       01  WS-CHAMADA-MOVIMENTO.
      *    Area de chamada do extrato do movimento do dia (BANKMOV)
           05  WS-MOVSRV-CODIGO     PIC 9(4).
           05  WS-MOVSRV-MENSAGEM   PIC X(100).
           05  WS-MOVSRV-MODO       PIC X(1).
           05  WS-MOVSRV-OPERADOR   PIC X(20).

       01  WS-MOVDIA-CTRL.
           05  WS-MOV-LIBERADO      PIC X(1).
           05  WS-MOV-FIM           PIC X(1).

       01  WS-CONCILIA-CTRL.
           05  WS-CON-QTD-CARGA     PIC 9(6).
      *    Percorre os PIX efetivados da data de movimento: com
      *    pendencia do arquivo na mesma NSU, casa e baixa; sem
      *    pendencia, o lancamento interno e que fica aguardando a
      *    perna de liquidacao. O movimento vem do extrato
      *    BANKMOVD.DAT (perna de origem); extrato recusado pelo
      *    BANKMOV volta a varredura de BANKTRAN.DAT.
           PERFORM 3050-ABRIR-MOVIMENTO-DIA
           IF WS-MOV-LIBERADO = 'S'
               PERFORM UNTIL WS-MOV-FIM = 'S'
                   READ ARQMOVDIA
                       AT END MOVE 'S' TO WS-MOV-FIM
                   END-READ
                   IF WS-MOV-FIM NOT = 'S'
                      AND MVD-DETALHE AND MVD-PERNA-ORIGEM
                       MOVE MVD-TRANSACAO TO REG-TRANS
                       PERFORM 3070-AVALIAR-TRANSACAO
                   END-IF
               END-PERFORM
               CLOSE ARQMOVDIA
           ELSE
               MOVE ZEROS TO PCN-TRANS-ID
               START ARQTRANS KEY >= PCN-TRANS-ID
                   INVALID KEY MOVE '10' TO FS-TRANS
               END-START
               PERFORM UNTIL FS-TRANS-EOF
                   READ ARQTRANS NEXT
                       AT END MOVE '10' TO FS-TRANS
                   END-READ
                   IF NOT FS-TRANS-EOF
                       PERFORM 3070-AVALIAR-TRANSACAO
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY 'PARES CASADOS: ' WS-CON-QTD-CASADOS
           EXIT SECTION.

       3050-ABRIR-MOVIMENTO-DIA.
      *    O BANKMOV confere os totais de controle do extrato (e o
      *    refaz se BANKTRAN.DAT mudou depois da geracao) antes de
      *    liberar a leitura.
           MOVE 'N' TO WS-MOV-LIBERADO
           MOVE 'N' TO WS-MOV-FIM
           MOVE ZEROS TO WS-MOVSRV-CODIGO
           MOVE 'B' TO WS-MOVSRV-MODO
           MOVE 'BANKPCN' TO WS-MOVSRV-OPERADOR
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

       3070-AVALIAR-TRANSACAO.
           IF PCN-TRANS-TIPO = 'PIX'
              AND PCN-TRANS-STATUS = 'E'
              AND PCN-TRANS-DATA = WS-DATA-MOVIMENTO
               PERFORM 3100-CASAR-TRANSACAO
           END-IF.

       3100-CASAR-TRANSACAO.
           MOVE PCN-TRANS-NSU TO PEN-NSU
           READ ARQPENDEN
