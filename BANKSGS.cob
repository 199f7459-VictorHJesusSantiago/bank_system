      *================================================================
      * BANKSGS.COB - Servico de Seguros (Bancassurance)
      * Sistema Bancario COBOL
      * Servico das apolices de BANKAPOL.DAT (seguradora parceira,
      * menu no BANKSEG) chamado pelos modulos que nao podem abrir
      * o menu: a contratacao do emprestimo no BANKLOAN inclui o
      * seguro prestamista, com premio unico financiado no contrato;
      * a liquidacao do contrato encerra a cobertura; o registro de
      * obito no BANKOBT aciona as apolices do CPF - a prestamista
      * quita o saldo devedor do contrato pela indenizacao da
      * seguradora (razao 11102 contra o ativo 16100) e as demais
      * apolices deixam de cobrar premio.
      * Chamadas de servico pelo campo LS-SEG-MODO:
      *   'P' registra a prestamista do contrato LS-SEG-CONTRATO
      *       (conta, CPF, agencia, capital e premio unico)
      *   'Q' encerra a prestamista do contrato liquidado
      *   'O' obito do CPF LS-SEG-CPF (como gravado na conta):
      *       devolve em LS-SEG-CAPITAL o total quitado
      * Codigo 1 = nada a fazer; 3 = modo invalido.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSGS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAPOLICE ASSIGN TO 'BANKAPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-ID
               ALTERNATE RECORD KEY IS APO-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CONTRATO WITH DUPLICATES
               FILE STATUS IS FS-APOLICE.

           SELECT ARQPREMIO ASSIGN TO 'BANKSEGP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS FS-PREMIO.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQAPOLICE.
       01  REG-APOLICE.
           05  APO-ID                PIC 9(10).
           05  APO-CONTA             PIC 9(10).
           05  APO-CPF               PIC X(11).
           05  APO-AGENCIA           PIC 9(4).
           05  APO-RAMO              PIC X(1).
               88  APO-VIDA          VALUE 'V'.
               88  APO-RESIDENCIAL   VALUE 'R'.
               88  APO-PROT-CARTAO   VALUE 'C'.
               88  APO-PRESTAMISTA   VALUE 'P'.
           05  APO-CONTRATO          PIC 9(10).
           05  APO-CAPITAL           PIC S9(11)V99 COMP-3.
           05  APO-PREMIO            PIC S9(9)V99 COMP-3.
           05  APO-DIA-VENCTO        PIC 9(2).
           05  APO-DT-INICIO         PIC 9(8).
           05  APO-COMPET-COBRADA    PIC 9(6).
           05  APO-COMPET-ATRASO     PIC 9(6).
           05  APO-DT-INADIMPLENCIA  PIC 9(8).
           05  APO-QTD-ATRASOS       PIC 9(3).
           05  APO-SITUACAO          PIC X(1).
               88  APO-ATIVA         VALUE 'A'.
               88  APO-SUSPENSA      VALUE 'S'.
               88  APO-CANCELADA     VALUE 'C'.
               88  APO-ENCERRADA     VALUE 'E'.
               88  APO-SINISTRADA    VALUE 'N'.
               88  APO-VIGENTE       VALUE 'A' 'S'.
           05  APO-DT-SITUACAO       PIC 9(8).
           05  APO-MOTIVO            PIC X(30).
           05  APO-VALOR-INDENIZADO  PIC S9(11)V99 COMP-3.
           05  APO-OPERADOR          PIC X(20).

      *    Premio arrecadado, aguardando o repasse mensal.
       FD  ARQPREMIO.
       01  REG-PREMIO.
           05  PRE-ID                PIC 9(12).
           05  PRE-APOLICE           PIC 9(10).
           05  PRE-RAMO              PIC X(1).
           05  PRE-COMPET            PIC 9(6).
           05  PRE-DATA              PIC 9(8).
           05  PRE-VALOR             PIC S9(9)V99 COMP-3.
           05  PRE-DT-REPASSE        PIC 9(8).

       FD  ARQEMPREST.
       01  REG-EMPRESTIMO.
           05  EMP-ID                PIC 9(10).
           05  EMP-CONTA             PIC 9(10).
           05  EMP-CLI-ID            PIC 9(10).
           05  EMP-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05  EMP-TAXA-MES          PIC 9(2)V9(4) COMP-3.
           05  EMP-PRAZO-MESES       PIC 9(3).
           05  EMP-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  EMP-PARCELAS-PAGAS    PIC 9(3).
           05  EMP-DIA-VENCTO        PIC 9(2).
           05  EMP-DT-CONTRATO       PIC 9(8).
           05  EMP-QTD-ATRASOS       PIC 9(3).
           05  EMP-COMPET-COBRADA    PIC 9(6).
           05  EMP-COMPET-ATRASO     PIC 9(6).
           05  EMP-SITUACAO          PIC X(1).
               88  EMP-ATIVO         VALUE 'A'.
               88  EMP-EM-ATRASO     VALUE 'T'.
               88  EMP-QUITADO       VALUE 'Q'.

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
       01  WS-SGS-CTRL.
           05  FS-APOLICE           PIC XX.
               88  FS-APO-OK        VALUE '00'.
               88  FS-APO-EOF       VALUE '10'.
           05  FS-PREMIO            PIC XX.
               88  FS-PRE-OK        VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  WS-APO-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PRE-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-COMPETENCIA       PIC 9(6).
           05  WS-SGS-QTD           PIC 9(4).

       01  WS-QUITACAO-CTRL.
           05  WS-QUI-PARC-REST     PIC 9(3).
           05  WS-QUI-TAXA-DEC      PIC 9V9(8).
           05  WS-QUI-FATOR         PIC 9V9(8).
           05  WS-QUI-SALDO         PIC S9(11)V99 COMP-3.

       01  WS-LANCAMENTO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-AGENCIA       PIC 9(4).
           05  WS-LAN-CONTRATO      PIC 9(10).

       01  WS-CHAMADA-GARANTIA.
      *    Area de chamada do registro de garantias (BANKGAR)
           05  WS-GARSRV-MODO       PIC X(1).
           05  WS-GARSRV-CONTRATO   PIC 9(10).
           05  WS-GARSRV-INV-ID     PIC 9(10).
           05  WS-GARSRV-CODIGO     PIC 9(4).
           05  WS-GARSRV-MENSAGEM   PIC X(60).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-SEGURO.
           05  LS-SEG-MODO          PIC X(1).
               88  LS-SEG-PRESTAMISTA VALUE 'P'.
               88  LS-SEG-QUITACAO  VALUE 'Q'.
               88  LS-SEG-OBITO     VALUE 'O'.
           05  LS-SEG-CONTRATO      PIC 9(10).
           05  LS-SEG-CONTA         PIC 9(10).
           05  LS-SEG-CPF           PIC X(11).
           05  LS-SEG-AGENCIA       PIC 9(4).
           05  LS-SEG-CAPITAL       PIC S9(11)V99 COMP-3.
           05  LS-SEG-PREMIO        PIC S9(9)V99 COMP-3.
           05  LS-SEG-CODIGO        PIC 9(4).
           05  LS-SEG-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-SEGURO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-SEG-CODIGO
           MOVE SPACES TO LS-SEG-MENSAGEM
           IF NOT (LS-SEG-PRESTAMISTA OR LS-SEG-QUITACAO
                   OR LS-SEG-OBITO)
               MOVE 0003 TO LS-SEG-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-SEG-MENSAGEM
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           OPEN I-O ARQAPOLICE
           IF FS-APOLICE = '35'
               OPEN OUTPUT ARQAPOLICE
               CLOSE ARQAPOLICE
               OPEN I-O ARQAPOLICE
           END-IF
           EVALUATE TRUE
               WHEN LS-SEG-PRESTAMISTA
                   PERFORM 2000-REGISTRAR-PRESTAMISTA
               WHEN LS-SEG-QUITACAO
                   PERFORM 3000-ENCERRAR-PRESTAMISTA
               WHEN LS-SEG-OBITO
                   PERFORM 4000-ACIONAR-OBITO
           END-EVALUATE
           CLOSE ARQAPOLICE
           GOBACK.

      *================================================================
       2000-REGISTRAR-PRESTAMISTA SECTION.
      *================================================================
       2000-INICIO.
      *    Capital segurado = valor financiado; o premio unico ja
      *    entrou no principal do contrato e segue a seguradora no
      *    repasse do mes.
           MOVE 9999999999 TO APO-ID
           START ARQAPOLICE KEY IS <= APO-ID
           IF FS-APO-OK
               READ ARQAPOLICE NEXT
               IF FS-APO-OK
                   MOVE APO-ID TO WS-APO-PROX-ID
               END-IF
           END-IF
           ADD 1 TO WS-APO-PROX-ID
           MOVE WS-APO-PROX-ID TO APO-ID
           MOVE LS-SEG-CONTA TO APO-CONTA
           MOVE LS-SEG-CPF TO APO-CPF
           MOVE LS-SEG-AGENCIA TO APO-AGENCIA
           MOVE 'P' TO APO-RAMO
           MOVE LS-SEG-CONTRATO TO APO-CONTRATO
           MOVE LS-SEG-CAPITAL TO APO-CAPITAL
           MOVE LS-SEG-PREMIO TO APO-PREMIO
           MOVE ZEROS TO APO-DIA-VENCTO
           MOVE WS-DATA-HOJE TO APO-DT-INICIO
           MOVE WS-COMPETENCIA TO APO-COMPET-COBRADA
           MOVE ZEROS TO APO-COMPET-ATRASO APO-DT-INADIMPLENCIA
           MOVE ZEROS TO APO-QTD-ATRASOS APO-VALOR-INDENIZADO
           MOVE 'A' TO APO-SITUACAO
           MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
           MOVE 'PREMIO UNICO FINANCIADO' TO APO-MOTIVO
           MOVE SPACES TO APO-OPERADOR
           WRITE REG-APOLICE
           IF NOT FS-APO-OK
               MOVE 0009 TO LS-SEG-CODIGO
               MOVE 'ERRO AO GRAVAR APOLICE' TO LS-SEG-MENSAGEM
               EXIT SECTION
           END-IF
           OPEN I-O ARQPREMIO
           IF FS-PREMIO = '35'
               OPEN OUTPUT ARQPREMIO
               CLOSE ARQPREMIO
               OPEN I-O ARQPREMIO
           END-IF
           MOVE 999999999999 TO PRE-ID
           START ARQPREMIO KEY IS <= PRE-ID
           IF FS-PRE-OK
               READ ARQPREMIO NEXT
               IF FS-PRE-OK
                   MOVE PRE-ID TO WS-PRE-PROX-ID
               END-IF
           END-IF
           ADD 1 TO WS-PRE-PROX-ID
           MOVE WS-PRE-PROX-ID TO PRE-ID
           MOVE APO-ID TO PRE-APOLICE
           MOVE 'P' TO PRE-RAMO
           MOVE WS-COMPETENCIA TO PRE-COMPET
           MOVE WS-DATA-HOJE TO PRE-DATA
           MOVE LS-SEG-PREMIO TO PRE-VALOR
           MOVE ZEROS TO PRE-DT-REPASSE
           WRITE REG-PREMIO
           CLOSE ARQPREMIO
      *    Premio financiado: ativo de credito contra a liquidacao
      *    que vai a seguradora.
           MOVE '16100   ' TO WS-LAN-CTA-DEB
           MOVE '11102   ' TO WS-LAN-CTA-CRE
           MOVE LS-SEG-PREMIO TO WS-LAN-VALOR
           MOVE LS-SEG-AGENCIA TO WS-LAN-AGENCIA
           MOVE LS-SEG-CONTRATO TO WS-LAN-CONTRATO
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Premio prestamista contrato ' DELIMITED SIZE
                  WS-LAN-CONTRATO                DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 9000-POSTAR-LANCAMENTO
           EXIT SECTION.

      *================================================================
       3000-ENCERRAR-PRESTAMISTA SECTION.
      *================================================================
       3000-INICIO.
           MOVE ZEROS TO WS-SGS-QTD
           MOVE LS-SEG-CONTRATO TO APO-CONTRATO
           START ARQAPOLICE KEY IS = APO-CONTRATO
               INVALID KEY MOVE '10' TO FS-APOLICE
           END-START
           PERFORM UNTIL FS-APO-EOF
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF NOT FS-APO-EOF
                   IF APO-CONTRATO NOT = LS-SEG-CONTRATO
                       MOVE '10' TO FS-APOLICE
                   ELSE
                       IF APO-PRESTAMISTA AND APO-VIGENTE
                           MOVE 'E' TO APO-SITUACAO
                           MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
                           MOVE 'CONTRATO LIQUIDADO' TO APO-MOTIVO
                           REWRITE REG-APOLICE
                           ADD 1 TO WS-SGS-QTD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SGS-QTD = ZEROS
               MOVE 0001 TO LS-SEG-CODIGO
           END-IF
           EXIT SECTION.

      *================================================================
       4000-ACIONAR-OBITO SECTION.
      *================================================================
       4000-INICIO.
      *    Prestamista vigente quita o contrato pela indenizacao; as
      *    demais apolices param de cobrar - vida vai a regulacao de
      *    sinistro da seguradora, residencial e cartao sao
      *    canceladas.
           MOVE ZEROS TO WS-SGS-QTD LS-SEG-CAPITAL
           OPEN I-O ARQEMPREST
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE LS-SEG-CPF TO APO-CPF
           START ARQAPOLICE KEY IS = APO-CPF
               INVALID KEY MOVE '10' TO FS-APOLICE
           END-START
           PERFORM UNTIL FS-APO-EOF
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF NOT FS-APO-EOF
                   IF APO-CPF NOT = LS-SEG-CPF
                       MOVE '10' TO FS-APOLICE
                   ELSE
                       IF APO-VIGENTE
                           PERFORM 4100-TRATAR-APOLICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST ARQLEDGER
           IF WS-SGS-QTD = ZEROS
               MOVE 0001 TO LS-SEG-CODIGO
               MOVE 'CPF SEM APOLICE VIGENTE' TO LS-SEG-MENSAGEM
           END-IF
           EXIT SECTION.

       4100-TRATAR-APOLICE.
           ADD 1 TO WS-SGS-QTD
           MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
           EVALUATE TRUE
               WHEN APO-PRESTAMISTA
                   PERFORM 4200-QUITAR-CONTRATO
               WHEN APO-VIDA
                   MOVE 'N' TO APO-SITUACAO
                   MOVE 'OBITO - SINISTRO A REGULAR' TO APO-MOTIVO
               WHEN OTHER
                   MOVE 'C' TO APO-SITUACAO
                   MOVE 'CANCELADA POR OBITO' TO APO-MOTIVO
           END-EVALUATE
           REWRITE REG-APOLICE.

       4200-QUITAR-CONTRATO.
      *    Saldo devedor pela conta da quitacao antecipada: valor
      *    presente das parcelas restantes a taxa do contrato.
           MOVE 'N' TO APO-SITUACAO
           MOVE APO-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK OR NOT (EMP-ATIVO OR EMP-EM-ATRASO)
               MOVE 'E' TO APO-SITUACAO
               MOVE 'OBITO - CONTRATO SEM SALDO' TO APO-MOTIVO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUI-PARC-REST =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
           COMPUTE WS-QUI-TAXA-DEC = EMP-TAXA-MES / 100
           COMPUTE WS-QUI-FATOR =
               1 - (1 + WS-QUI-TAXA-DEC) ** (0 - WS-QUI-PARC-REST)
           COMPUTE WS-QUI-SALDO ROUNDED =
               EMP-VALOR-PARCELA * WS-QUI-FATOR / WS-QUI-TAXA-DEC
           MOVE '11102   ' TO WS-LAN-CTA-DEB
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE WS-QUI-SALDO TO WS-LAN-VALOR
           MOVE APO-AGENCIA TO WS-LAN-AGENCIA
           MOVE EMP-ID TO WS-LAN-CONTRATO
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Indeniz. prestamista contrato '    DELIMITED SIZE
                  WS-LAN-CONTRATO                     DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 9000-POSTAR-LANCAMENTO
           MOVE EMP-PRAZO-MESES TO EMP-PARCELAS-PAGAS
           MOVE 'Q' TO EMP-SITUACAO
           REWRITE REG-EMPRESTIMO
           MOVE 'Q' TO WS-GARSRV-MODO
           MOVE EMP-ID TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           MOVE WS-QUI-SALDO TO APO-VALOR-INDENIZADO
           ADD WS-QUI-SALDO TO LS-SEG-CAPITAL
           MOVE 'OBITO - CONTRATO QUITADO' TO APO-MOTIVO.

      *================================================================
       9000-POSTAR-LANCAMENTO SECTION.
      *================================================================
       9000-INICIO.
           IF WS-LAN-VALOR <= ZEROS
               EXIT SECTION
           END-IF
           IF NOT LS-SEG-OBITO
               OPEN I-O ARQLEDGER
               IF FS-LEDGER = '35'
                   OPEN OUTPUT ARQLEDGER
                   CLOSE ARQLEDGER
                   OPEN I-O ARQLEDGER
               END-IF
           END-IF
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LED-PROX-ID
               END-IF
           END-IF
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE WS-DATA-HOJE TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE WS-LAN-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE ZEROS TO LED-TRANS-ID
           MOVE WS-LAN-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER
           IF NOT LS-SEG-OBITO
               CLOSE ARQLEDGER
           END-IF
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
