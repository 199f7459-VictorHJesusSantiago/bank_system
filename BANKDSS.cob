      *================================================================
      * BANKDSS.COB - Servico de Desconto de Titulos
      * Sistema Bancario COBOL
      * Servico dos titulos descontados em bordero (BANKDSCT.DAT e
      * BANKBORD.DAT, menu no BANKDSC) chamado pelos modulos que
      * recebem ou devolvem o titulo: a compensacao do cheque
      * custodiado no BANKCHQ e a liquidacao/vencimento do boleto no
      * BANKCOB. O servico so mantem titulo, bordero e razao; a
      * conta do cliente e movimentada pelo chamador, que ja tem os
      * arquivos de conta e transacao abertos.
      * Chamadas de servico pelo campo LS-DSS-MODO:
      *   'L' titulo pago ao banco: baixa o ativo (razao 11101 no
      *       cheque, 11102 na duplicata, contra 16100) e devolve em
      *       LS-DSS-VALOR o excedente a creditar ao cliente
      *   'E' titulo devolvido ou vencido sem pagamento: estorna ao
      *       cliente (razao 41111 contra 16100) e devolve em
      *       LS-DSS-CONTA/LS-DSS-VALOR a conta e o valor de face a
      *       debitar
      * LS-DSS-TIPO 'C' (cheque, id da custodia) ou 'D' (duplicata,
      * nosso-numero). Codigo 1 = titulo nao descontado ou ja
      * resolvido; 3 = modo invalido.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDSS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTITULO ASSIGN TO 'BANKDSCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-ID
               ALTERNATE RECORD KEY IS TIT-ORIGEM
               ALTERNATE RECORD KEY IS TIT-BORDERO WITH DUPLICATES
               FILE STATUS IS FS-TITULO.

           SELECT ARQBORDERO ASSIGN TO 'BANKBORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOR-ID
               ALTERNATE RECORD KEY IS BOR-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BORDERO.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQTITULO.
       01  REG-TITULO.
           05  TIT-ID                PIC 9(12).
           05  TIT-ORIGEM.
               10  TIT-TIPO          PIC X(1).
                   88  TIT-CHEQUE    VALUE 'C'.
                   88  TIT-DUPLICATA VALUE 'D'.
               10  TIT-ORIGEM-ID     PIC 9(11).
           05  TIT-BORDERO           PIC 9(10).
           05  TIT-CONTA             PIC 9(10).
           05  TIT-AGENCIA           PIC 9(4).
           05  TIT-SACADO            PIC X(14).
           05  TIT-VALOR             PIC S9(13)V99 COMP-3.
           05  TIT-DT-VENCTO         PIC 9(8).
           05  TIT-DIAS              PIC 9(5).
           05  TIT-DESAGIO           PIC S9(11)V99 COMP-3.
           05  TIT-IOF               PIC S9(11)V99 COMP-3.
           05  TIT-VALOR-PAGO        PIC S9(13)V99 COMP-3.
           05  TIT-SITUACAO          PIC X(1).
               88  TIT-EM-ABERTO     VALUE 'D'.
               88  TIT-LIQUIDADO     VALUE 'L'.
               88  TIT-ESTORNADO     VALUE 'E'.
           05  TIT-DT-SITUACAO       PIC 9(8).

       FD  ARQBORDERO.
       01  REG-BORDERO.
           05  BOR-ID                PIC 9(10).
           05  BOR-CONTA             PIC 9(10).
           05  BOR-AGENCIA           PIC 9(4).
           05  BOR-QTD-TITULOS       PIC 9(3).
           05  BOR-PRAZO-MEDIO       PIC 9(3).
           05  BOR-VALOR-FACE        PIC S9(13)V99 COMP-3.
           05  BOR-DESAGIO           PIC S9(11)V99 COMP-3.
           05  BOR-IOF               PIC S9(11)V99 COMP-3.
           05  BOR-VALOR-LIQUIDO     PIC S9(13)V99 COMP-3.
           05  BOR-A-RECEBER         PIC S9(13)V99 COMP-3.
           05  BOR-ESTORNADO         PIC S9(13)V99 COMP-3.
           05  BOR-DT-CONTRATO       PIC 9(8).
           05  BOR-SITUACAO          PIC X(1).
               88  BOR-ABERTO        VALUE 'A'.
               88  BOR-QUITADO       VALUE 'Q'.
           05  BOR-DT-SITUACAO       PIC 9(8).
           05  BOR-OPERADOR          PIC X(20).

       FD  ARQLEDGER.
       01  REG-LEDGER.
           05  LED-ID                PIC 9(12).
           05  LED-DATA              PIC 9(8).
           05  LED-CONTA-DEBITO      PIC X(8).
           05  LED-CONTA-CREDITO     PIC X(8).
           05  LED-VALOR             PIC S9(13)V99 COMP-3.
           05  LED-HISTORICO         PIC X(40).
           05  LED-TRANS-ID          PIC 9(15).
           05  LED-AGENCIA           PIC 9(4).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DSS-CTRL.
           05  FS-TITULO            PIC XX.
               88  FS-TIT-OK        VALUE '00'.
           05  FS-BORDERO           PIC XX.
               88  FS-BOR-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DSS-RECEBIDO      PIC S9(13)V99 COMP-3.

       01  WS-LANCAMENTO-CTRL.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-DESCONTO.
           05  LS-DSS-MODO          PIC X(1).
               88  LS-DSS-LIQUIDAR  VALUE 'L'.
               88  LS-DSS-ESTORNAR  VALUE 'E'.
           05  LS-DSS-TIPO          PIC X(1).
           05  LS-DSS-ORIGEM-ID     PIC 9(11).
           05  LS-DSS-DATA          PIC 9(8).
           05  LS-DSS-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-DSS-CONTA         PIC 9(10).
           05  LS-DSS-BORDERO       PIC 9(10).
           05  LS-DSS-CODIGO        PIC 9(4).
           05  LS-DSS-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-DESCONTO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-DSS-CODIGO
           MOVE SPACES TO LS-DSS-MENSAGEM
           IF NOT (LS-DSS-LIQUIDAR OR LS-DSS-ESTORNAR)
               MOVE 0003 TO LS-DSS-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-DSS-MENSAGEM
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF LS-DSS-DATA = ZEROS
               MOVE WS-DATA-HOJE TO LS-DSS-DATA
           END-IF
           OPEN I-O ARQTITULO
           IF FS-TITULO = '35'
      *        Sem titulo descontado nao ha o que resolver.
               MOVE 0001 TO LS-DSS-CODIGO
               MOVE 'TITULO NAO DESCONTADO' TO LS-DSS-MENSAGEM
               GOBACK
           END-IF
           MOVE LS-DSS-TIPO TO TIT-TIPO
           MOVE LS-DSS-ORIGEM-ID TO TIT-ORIGEM-ID
           READ ARQTITULO KEY IS TIT-ORIGEM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-TIT-OK OR NOT TIT-EM-ABERTO
               MOVE 0001 TO LS-DSS-CODIGO
               MOVE 'TITULO NAO DESCONTADO' TO LS-DSS-MENSAGEM
               CLOSE ARQTITULO
               GOBACK
           END-IF
           OPEN I-O ARQBORDERO
           PERFORM 0100-ABRIR-ARQLEDGER
           MOVE TIT-BORDERO TO BOR-ID
           READ ARQBORDERO
               INVALID KEY CONTINUE
           END-READ
           MOVE TIT-CONTA TO LS-DSS-CONTA
           MOVE TIT-BORDERO TO LS-DSS-BORDERO
           EVALUATE TRUE
               WHEN LS-DSS-LIQUIDAR
                   PERFORM 2000-LIQUIDAR-TITULO
               WHEN LS-DSS-ESTORNAR
                   PERFORM 3000-ESTORNAR-TITULO
           END-EVALUATE
           CLOSE ARQTITULO ARQBORDERO ARQLEDGER
           GOBACK.

       0100-ABRIR-ARQLEDGER.
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LED-PROX-ID
               END-IF
           END-IF.

      *================================================================
       2000-LIQUIDAR-TITULO SECTION.
      *================================================================
       2000-INICIO.
      *    O pagamento do sacado fica com o banco ate o valor de
      *    face; o que passar (juros e multa do boleto) e do cliente.
      *    Pago a menor, a diferenca segue a receber no bordero.
           IF LS-DSS-VALOR > TIT-VALOR
               MOVE TIT-VALOR TO WS-DSS-RECEBIDO
           ELSE
               MOVE LS-DSS-VALOR TO WS-DSS-RECEBIDO
           END-IF
           MOVE LS-DSS-VALOR TO TIT-VALOR-PAGO
           COMPUTE LS-DSS-VALOR = LS-DSS-VALOR - WS-DSS-RECEBIDO
           MOVE 'L' TO TIT-SITUACAO
           MOVE LS-DSS-DATA TO TIT-DT-SITUACAO
           REWRITE REG-TITULO
           IF TIT-CHEQUE
               MOVE '11101   ' TO WS-LAN-CTA-DEB
           ELSE
               MOVE '11102   ' TO WS-LAN-CTA-DEB
           END-IF
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE WS-DSS-RECEBIDO TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Liquidacao titulo bordero ' DELIMITED SIZE
                  TIT-BORDERO                  DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 9100-POSTAR-LANCAMENTO
           IF FS-BOR-OK
               SUBTRACT WS-DSS-RECEBIDO FROM BOR-A-RECEBER
               PERFORM 9200-ATUALIZAR-BORDERO
           END-IF
           IF WS-DSS-RECEBIDO < TIT-VALOR
               MOVE 'TITULO PAGO A MENOR - SALDO NO BORDERO'
                   TO LS-DSS-MENSAGEM
           ELSE
               MOVE 'TITULO DESCONTADO LIQUIDADO AO BANCO'
                   TO LS-DSS-MENSAGEM
           END-IF
           EXIT SECTION.

      *================================================================
       3000-ESTORNAR-TITULO SECTION.
      *================================================================
       3000-INICIO.
      *    Devolvido ou vencido sem pagamento, o titulo volta ao
      *    cliente pelo valor de face: o ativo do bordero sai contra
      *    o deposito a vista debitado pelo chamador.
           MOVE TIT-VALOR TO LS-DSS-VALOR
           MOVE 'E' TO TIT-SITUACAO
           MOVE LS-DSS-DATA TO TIT-DT-SITUACAO
           REWRITE REG-TITULO
           MOVE '41111   ' TO WS-LAN-CTA-DEB
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE TIT-VALOR TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Estorno titulo bordero ' DELIMITED SIZE
                  TIT-BORDERO               DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 9100-POSTAR-LANCAMENTO
           IF FS-BOR-OK
               SUBTRACT TIT-VALOR FROM BOR-A-RECEBER
               ADD TIT-VALOR TO BOR-ESTORNADO
               PERFORM 9200-ATUALIZAR-BORDERO
           END-IF
           MOVE 'TITULO DESCONTADO ESTORNADO AO CLIENTE'
               TO LS-DSS-MENSAGEM
           EXIT SECTION.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-POSTAR-LANCAMENTO.
           IF WS-LAN-VALOR <= ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE LS-DSS-DATA TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE WS-LAN-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE ZEROS TO LED-TRANS-ID
           MOVE TIT-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER.

       9200-ATUALIZAR-BORDERO.
      *    Bordero quita quando o a receber zera; titulo pago a
      *    menor deixa a diferenca visivel no a receber.
           IF BOR-A-RECEBER <= ZEROS
               MOVE ZEROS TO BOR-A-RECEBER
               MOVE 'Q' TO BOR-SITUACAO
               MOVE LS-DSS-DATA TO BOR-DT-SITUACAO
           END-IF
           REWRITE REG-BORDERO.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
