      *================================================================
      * BANKSUS.COB - Conta Transitoria (Pendencias a Regularizar)
      * Sistema Bancario COBOL
      * Servico chamado pelas interfaces de entrada quando um
      * credito recebido nao pode ser postado na conta informada:
      * credito de folha CNAB para conta bloqueada ou encerrada
      * (BANKCNAB), TED recebida com conta inexistente ou inativa
      * (BANKSTR.IN no BANKTRAN), liquidacao de boleto sem titulo
      * valido ou com beneficiario indisponivel (BANKBOL.IN no
      * BANKCOB) e PIX recebido sem chave ou conta valida
      * (BANKPIX.IN no BANKTRAN). O valor fica retido na conta
      * transitoria 49930 do razao BANKLEDG.DAT, contra a conta de
      * liquidacao 11102, e o item entra em BANKSUS.DAT com a
      * interface de origem, o registro bruto recebido e o codigo
      * de motivo, aberto para a fila de trabalho do BANKPDR
      * (regularizar em conta, devolver ao remetente ou escalar).
      * Chamadas de servico pelo campo LS-SUS-MODO:
      *   'I' inclui o item na conta transitoria e devolve o
      *       numero em LS-SUS-ID (codigo 3 = valor invalido,
      *       9 = falha na gravacao - o chamador rejeita o item).
      * Motivos (LS-SUS-MOTIVO): CI conta inexistente, CE conta
      * bloqueada ou encerrada, TI titulo nao registrado, TP titulo
      * ja pago ou baixado, CH chave PIX inexistente ou inativa,
      * VI valor pago inferior ao devido com encargos.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSUS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSUSPENSO ASSIGN TO 'BANKSUS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-ID
               FILE STATUS IS FS-SUSPENSO.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCOSIF ASSIGN TO 'BANKCOSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-CONTA
               FILE STATUS IS FS-COSIF.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Itens da conta transitoria: um registro por credito
      *    retido, com a solucao dada pela operacao.
       FD  ARQSUSPENSO.
       01  REG-SUSPENSO.
           05  SUS-ID                PIC 9(10).
           05  SUS-INTERFACE         PIC X(12).
           05  SUS-MOTIVO            PIC X(2).
           05  SUS-REFERENCIA        PIC X(32).
           05  SUS-CONTA-INFORMADA   PIC 9(10).
           05  SUS-VALOR             PIC S9(13)V99 COMP-3.
           05  SUS-DT-ENTRADA        PIC 9(8).
           05  SUS-REGISTRO          PIC X(240).
           05  SUS-SITUACAO          PIC X(1).
               88  SUS-ABERTO        VALUE 'A'.
               88  SUS-ESCALADO      VALUE 'E'.
               88  SUS-REGULARIZADO  VALUE 'R'.
               88  SUS-DEVOLVIDO     VALUE 'D'.
           05  SUS-CONTA-DESTINO     PIC 9(10).
           05  SUS-DT-SOLUCAO        PIC 9(8).
           05  SUS-OPERADOR          PIC X(20).
           05  SUS-OBSERVACAO        PIC X(60).

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

       FD  ARQCOSIF.
       01  REG-COSIF.
           05  COS-CONTA             PIC X(8).
           05  COS-NOME              PIC X(40).
           05  COS-GRUPO             PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SUS-CTRL.
           05  FS-SUSPENSO          PIC XX.
               88  FS-SUS-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-COSIF             PIC XX.
               88  FS-COS-OK        VALUE '00'.

       01  WS-SUSPENSO-CTRL.
           05  WS-SUS-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.

      *    Conta transitoria do razao e a conta de liquidacao por
      *    onde os creditos das interfaces entram no banco.
       01  WS-SUS-CONTAS.
           05  WS-SUS-CTA-TRANSIT   PIC X(8) VALUE '49930   '.
           05  WS-SUS-NOME-TRANSIT  PIC X(40) VALUE
               'PENDENCIAS A REGULARIZAR - TRANSITORIA'.
           05  WS-SUS-CTA-LIQUID    PIC X(8) VALUE '11102   '.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-SUSPENSO.
           05  LS-SUS-MODO          PIC X(1).
               88  LS-SUS-INCLUIR   VALUE 'I'.
           05  LS-SUS-INTERFACE     PIC X(12).
           05  LS-SUS-MOTIVO        PIC X(2).
           05  LS-SUS-REFERENCIA    PIC X(32).
           05  LS-SUS-CONTA         PIC 9(10).
           05  LS-SUS-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-SUS-DATA          PIC 9(8).
           05  LS-SUS-REGISTRO      PIC X(240).
           05  LS-SUS-ID            PIC 9(10).
           05  LS-SUS-CODIGO        PIC 9(4).
           05  LS-SUS-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-SUSPENSO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-SUS-CODIGO LS-SUS-ID
           MOVE SPACES TO LS-SUS-MENSAGEM
           IF NOT LS-SUS-INCLUIR
               MOVE 0003 TO LS-SUS-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-SUS-MENSAGEM
               GOBACK
           END-IF
           IF LS-SUS-VALOR <= ZEROS
               MOVE 0003 TO LS-SUS-CODIGO
               MOVE 'VALOR INVALIDO PARA A CONTA TRANSITORIA'
                   TO LS-SUS-MENSAGEM
               GOBACK
           END-IF
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0120-INCLUIR-CONTA-COSIF
           PERFORM 2000-INCLUIR-ITEM
           CLOSE ARQSUSPENSO ARQLEDGER
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQSUSPENSO
           IF FS-SUSPENSO = '35'
               OPEN OUTPUT ARQSUSPENSO
               CLOSE ARQSUSPENSO
               OPEN I-O ARQSUSPENSO
           END-IF
           MOVE 9999999999 TO SUS-ID
           START ARQSUSPENSO KEY IS <= SUS-ID
           IF FS-SUS-OK
               READ ARQSUSPENSO NEXT
               IF FS-SUS-OK
                   MOVE SUS-ID TO WS-SUS-PROX-ID
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

       0120-INCLUIR-CONTA-COSIF.
      *    A conta transitoria entra no plano na primeira retencao.
           OPEN I-O ARQCOSIF
           IF FS-COSIF = '35'
               OPEN OUTPUT ARQCOSIF
               CLOSE ARQCOSIF
               OPEN I-O ARQCOSIF
           END-IF
           MOVE WS-SUS-CTA-TRANSIT TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY
                   MOVE WS-SUS-CTA-TRANSIT TO COS-CONTA
                   MOVE WS-SUS-NOME-TRANSIT TO COS-NOME
                   MOVE '4' TO COS-GRUPO
                   WRITE REG-COSIF
           END-READ
           CLOSE ARQCOSIF.

      *================================================================
       2000-INCLUIR-ITEM SECTION.
      *================================================================
       2000-INICIO.
           ADD 1 TO WS-SUS-PROX-ID
           MOVE WS-SUS-PROX-ID TO SUS-ID
           MOVE LS-SUS-INTERFACE TO SUS-INTERFACE
           MOVE LS-SUS-MOTIVO TO SUS-MOTIVO
           MOVE LS-SUS-REFERENCIA TO SUS-REFERENCIA
           MOVE LS-SUS-CONTA TO SUS-CONTA-INFORMADA
           MOVE LS-SUS-VALOR TO SUS-VALOR
           MOVE LS-SUS-DATA TO SUS-DT-ENTRADA
           MOVE LS-SUS-REGISTRO TO SUS-REGISTRO
           MOVE 'A' TO SUS-SITUACAO
           MOVE ZEROS TO SUS-CONTA-DESTINO SUS-DT-SOLUCAO
           MOVE SPACES TO SUS-OPERADOR SUS-OBSERVACAO
           WRITE REG-SUSPENSO
           IF NOT FS-SUS-OK
               MOVE 0009 TO LS-SUS-CODIGO
               MOVE 'FALHA NA GRAVACAO DA CONTA TRANSITORIA'
                   TO LS-SUS-MENSAGEM
               EXIT SECTION
           END-IF
      *    Retencao: o credito entrou pela liquidacao e fica na
      *    transitoria ate a solucao da operacao.
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE LS-SUS-DATA TO LED-DATA
           MOVE WS-SUS-CTA-LIQUID TO LED-CONTA-DEBITO
           MOVE WS-SUS-CTA-TRANSIT TO LED-CONTA-CREDITO
           MOVE LS-SUS-VALOR TO LED-VALOR
           MOVE SPACES TO LED-HISTORICO
           STRING 'Transitoria ' DELIMITED SIZE
                  SUS-ID         DELIMITED SIZE
                  ' '            DELIMITED SIZE
                  LS-SUS-INTERFACE DELIMITED SPACE
                  ' '            DELIMITED SIZE
                  LS-SUS-MOTIVO  DELIMITED SIZE
               INTO LED-HISTORICO
           END-STRING
           MOVE ZEROS TO LED-TRANS-ID LED-AGENCIA
           WRITE REG-LEDGER
           MOVE SUS-ID TO LS-SUS-ID
           MOVE 'CREDITO RETIDO NA CONTA TRANSITORIA'
               TO LS-SUS-MENSAGEM
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
