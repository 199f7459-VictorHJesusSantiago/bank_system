      *================================================================
      * BANKRCP.COB - Recuperacao de Creditos Baixados como Prejuizo
      * Sistema Bancario COBOL
      * Registra cada recebimento sobre contrato de BANKEMPR.DAT ja
      * baixado para prejuizo (controle BANKPRJ.DAT, gravado pela
      * baixa mensal do BANKPRJ): acumula o valor recuperado no
      * controle, grava o movimento no diario de recuperacoes
      * BANKPRJR.DAT (base do relatorio por mes e agencia) e baixa
      * no razao BANKLEDG.DAT a conta de compensacao 30910 contra
      * 90910 ate o limite do saldo baixado. A receita de
      * recuperacao (71400) do recebimento em conta chega ao razao
      * pela transacao RCP no fechamento diario do BANKADM; boleto
      * (caixa 11102) e renegociacao (novo ativo 16100) nao geram
      * transacao de conta e sao contabilizados aqui.
      * Chamadas de servico pelo campo LS-RCP-MODO:
      *   'R' registra a recuperacao do contrato LS-RCP-CONTRATO
      *       (codigo 1 = contrato nao consta como baixado).
      * Formas (LS-RCP-FORMA): D debito em conta, F retencao em
      * folha, A amortizacao antecipada, B boleto, R renegociacao.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRCP.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPREJUIZO ASSIGN TO 'BANKPRJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRJ-CONTRATO
               FILE STATUS IS FS-PREJUIZO.

           SELECT ARQRECUPERA ASSIGN TO 'BANKPRJR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRR-ID
               FILE STATUS IS FS-RECUPERA.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Controle dos contratos baixados: um registro por contrato.
       FD  ARQPREJUIZO.
       01  REG-PREJUIZO.
           05  PRJ-CONTRATO          PIC 9(10).
           05  PRJ-CONTA             PIC 9(10).
           05  PRJ-AGENCIA           PIC 9(4).
           05  PRJ-DT-BAIXA          PIC 9(8).
           05  PRJ-QTD-ATRASOS       PIC 9(3).
           05  PRJ-VALOR-BAIXADO     PIC S9(13)V99 COMP-3.
           05  PRJ-PROVISAO-REVERTIDA PIC S9(13)V99 COMP-3.
           05  PRJ-VALOR-RECUPERADO  PIC S9(13)V99 COMP-3.
           05  PRJ-DT-ULT-RECUP      PIC 9(8).
           05  PRJ-SITUACAO          PIC X(1).
               88  PRJ-EM-PREJUIZO   VALUE 'P'.
               88  PRJ-RECUPERADO    VALUE 'L'.
           05  PRJ-OPERADOR          PIC X(20).

      *    Diario de recuperacoes: um registro por recebimento.
       FD  ARQRECUPERA.
       01  REG-RECUPERACAO.
           05  PRR-ID                PIC 9(10).
           05  PRR-CONTRATO          PIC 9(10).
           05  PRR-AGENCIA           PIC 9(4).
           05  PRR-DATA              PIC 9(8).
           05  PRR-VALOR             PIC S9(13)V99 COMP-3.
           05  PRR-FORMA             PIC X(1).

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
       01  WS-RCP-CTRL.
           05  FS-PREJUIZO          PIC XX.
               88  FS-PRJ-OK        VALUE '00'.
           05  FS-RECUPERA          PIC XX.
               88  FS-PRR-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.

       01  WS-RECUPERACAO-CTRL.
           05  WS-PRR-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-RCP-SALDO-COMP    PIC S9(13)V99 COMP-3.
           05  WS-RCP-BAIXA-COMP    PIC S9(13)V99 COMP-3.
           05  WS-RCP-HIST-CONTRATO PIC 9(10).

       01  WS-LANCAMENTO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RECUPERACAO.
           05  LS-RCP-MODO          PIC X(1).
               88  LS-RCP-REGISTRAR VALUE 'R'.
           05  LS-RCP-CONTRATO      PIC 9(10).
           05  LS-RCP-VALOR         PIC S9(11)V99 COMP-3.
           05  LS-RCP-FORMA         PIC X(1).
               88  LS-RCP-DEBITO    VALUE 'D'.
               88  LS-RCP-FOLHA     VALUE 'F'.
               88  LS-RCP-ANTECIPADA VALUE 'A'.
               88  LS-RCP-BOLETO    VALUE 'B'.
               88  LS-RCP-RENEGOCIACAO VALUE 'R'.
           05  LS-RCP-DATA          PIC 9(8).
           05  LS-RCP-CODIGO        PIC 9(4).
           05  LS-RCP-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-RECUPERACAO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-RCP-CODIGO
           MOVE SPACES TO LS-RCP-MENSAGEM
           IF NOT LS-RCP-REGISTRAR
               MOVE 0003 TO LS-RCP-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-RCP-MENSAGEM
               GOBACK
           END-IF
           IF LS-RCP-VALOR <= ZEROS
               MOVE 0003 TO LS-RCP-CODIGO
               MOVE 'VALOR DE RECUPERACAO INVALIDO' TO LS-RCP-MENSAGEM
               GOBACK
           END-IF
           OPEN I-O ARQPREJUIZO
           IF FS-PREJUIZO = '35'
               OPEN OUTPUT ARQPREJUIZO
               CLOSE ARQPREJUIZO
               OPEN I-O ARQPREJUIZO
           END-IF
           MOVE LS-RCP-CONTRATO TO PRJ-CONTRATO
           READ ARQPREJUIZO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-PRJ-OK
               MOVE 0001 TO LS-RCP-CODIGO
               MOVE 'CONTRATO NAO CONSTA COMO BAIXADO PARA PREJUIZO'
                   TO LS-RCP-MENSAGEM
               CLOSE ARQPREJUIZO
               GOBACK
           END-IF
           PERFORM 0100-ABRIR-DIARIO-RAZAO
           PERFORM 2000-REGISTRAR-RECUPERACAO
           CLOSE ARQPREJUIZO ARQRECUPERA ARQLEDGER
           GOBACK.

       0100-ABRIR-DIARIO-RAZAO.
           OPEN I-O ARQRECUPERA
           IF FS-RECUPERA = '35'
               OPEN OUTPUT ARQRECUPERA
               CLOSE ARQRECUPERA
               OPEN I-O ARQRECUPERA
           END-IF
           MOVE 9999999999 TO PRR-ID
           START ARQRECUPERA KEY IS <= PRR-ID
           IF FS-PRR-OK
               READ ARQRECUPERA NEXT
               IF FS-PRR-OK
                   MOVE PRR-ID TO WS-PRR-PROX-ID
               END-IF
           END-IF
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
       2000-REGISTRAR-RECUPERACAO SECTION.
      *================================================================
       2000-INICIO.
      *    Saldo ainda controlado em compensacao antes deste
      *    recebimento: o que exceder (juros e encargos cobrados
      *    alem do baixado) e so receita, sem baixa de compensacao.
           COMPUTE WS-RCP-SALDO-COMP =
               PRJ-VALOR-BAIXADO - PRJ-VALOR-RECUPERADO
           IF WS-RCP-SALDO-COMP < ZEROS
               MOVE ZEROS TO WS-RCP-SALDO-COMP
           END-IF
           IF LS-RCP-VALOR > WS-RCP-SALDO-COMP
               MOVE WS-RCP-SALDO-COMP TO WS-RCP-BAIXA-COMP
           ELSE
               MOVE LS-RCP-VALOR TO WS-RCP-BAIXA-COMP
           END-IF
           ADD 1 TO WS-PRR-PROX-ID
           MOVE WS-PRR-PROX-ID TO PRR-ID
           MOVE PRJ-CONTRATO TO PRR-CONTRATO
           MOVE PRJ-AGENCIA TO PRR-AGENCIA
           MOVE LS-RCP-DATA TO PRR-DATA
           MOVE LS-RCP-VALOR TO PRR-VALOR
           MOVE LS-RCP-FORMA TO PRR-FORMA
           WRITE REG-RECUPERACAO
           IF NOT FS-PRR-OK
               MOVE 0009 TO LS-RCP-CODIGO
               MOVE 'FALHA NA GRAVACAO DO DIARIO DE RECUPERACOES'
                   TO LS-RCP-MENSAGEM
               EXIT SECTION
           END-IF
           ADD LS-RCP-VALOR TO PRJ-VALOR-RECUPERADO
           MOVE LS-RCP-DATA TO PRJ-DT-ULT-RECUP
           IF PRJ-VALOR-RECUPERADO >= PRJ-VALOR-BAIXADO
               MOVE 'L' TO PRJ-SITUACAO
           END-IF
           REWRITE REG-PREJUIZO
           MOVE PRJ-CONTRATO TO WS-RCP-HIST-CONTRATO
      *    Baixa do controle em compensacao.
           MOVE '90910   ' TO WS-LAN-CTA-DEB
           MOVE '30910   ' TO WS-LAN-CTA-CRE
           MOVE WS-RCP-BAIXA-COMP TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Recup. compensacao contrato ' DELIMITED SIZE
                  WS-RCP-HIST-CONTRATO          DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 2100-POSTAR-LANCAMENTO
      *    Receita de recuperacao sem transacao de conta.
           EVALUATE TRUE
               WHEN LS-RCP-BOLETO
                   MOVE '11102   ' TO WS-LAN-CTA-DEB
               WHEN LS-RCP-RENEGOCIACAO
                   MOVE '16100   ' TO WS-LAN-CTA-DEB
               WHEN OTHER
                   MOVE SPACES TO WS-LAN-CTA-DEB
           END-EVALUATE
           IF WS-LAN-CTA-DEB NOT = SPACES
               MOVE '71400   ' TO WS-LAN-CTA-CRE
               MOVE LS-RCP-VALOR TO WS-LAN-VALOR
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING 'Recuperacao credito contrato ' DELIMITED SIZE
                      WS-RCP-HIST-CONTRATO           DELIMITED SIZE
                   INTO WS-LAN-HISTORICO
               END-STRING
               PERFORM 2100-POSTAR-LANCAMENTO
           END-IF
           MOVE 'RECUPERACAO REGISTRADA' TO LS-RCP-MENSAGEM
           EXIT SECTION.

       2100-POSTAR-LANCAMENTO.
           IF WS-LAN-VALOR <= ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE LS-RCP-DATA TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE WS-LAN-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE ZEROS TO LED-TRANS-ID
           MOVE PRJ-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
