      *================================================================
      * BANKCTG.COB - Contingencia de Caixa (Armazena e Encaminha)
      * Sistema Bancario COBOL
      * Enquanto o lote noturno detem BANKACCT.DAT (marcador de lote
      * em curso em BANKRUNC.DAT) ou o arquivo esta indisponivel, o
      * BANKTRAN desvia o caixa para ca e a agencia continua
      * atendendo deposito e saque ate um limite baixo. Cada
      * operacao vai para o diario de contingencia BANKCTG.DAT com
      * NSU provisorio, conferida contra o ultimo saldo conhecido
      * da conta em BANKSNAP.DAT (mais o que a propria contingencia
      * ja capturou e ainda nao reprocessou), e o dinheiro entra
      * na hora no caixa da agencia/turno em BANKCAIXA.DAT. Com o
      * arquivo principal de volta, o BANKTRAN reprocessa o diario
      * em ordem de captura pelas criticas normais de deposito e
      * saque; o que falhar fica na fila de revisao deste programa
      * (reenviar ao reprocesso ou baixar com o tratamento dado).
      * A conciliacao amarra, por agencia e dia de movimento, os
      * totais do diario a parcela do caixa que nao veio do
      * atendimento normal (caixa menos DEP/SAQ do canal AGENCIA
      * em BANKTRAN.DAT).
      * Situacoes do diario: P pendente de reprocesso, E efetivado
      * na conta, R em revisao, B baixado na revisao.
      * Limite de saque em CFG-CTG-LIM-SAQUE (zerado usa o de
      * fabrica).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCTG.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTING ASSIGN TO 'BANKCTG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-ID
               FILE STATUS IS FS-CONTING.

           SELECT ARQSNAP ASSIGN TO 'BANKSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS FS-SNAP.

           SELECT ARQCAIXA ASSIGN TO 'BANKCAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAIXA-CHAVE
               FILE STATUS IS FS-CAIXA.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUM
               ALTERNATE RECORD KEY IS CTA-CPF WITH DUPLICATES
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-ID
               ALTERNATE RECORD KEY IS TRN-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRN-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQRUNCTL ASSIGN TO 'BANKRUNC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS FS-RUNCTL.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTING.
       01  REG-CONTING.
           05  CTG-ID                PIC 9(10).
           05  CTG-NSU-PROV          PIC 9(12).
           05  CTG-AGENCIA           PIC 9(4).
           05  CTG-TURNO             PIC 9(1).
           05  CTG-CONTA             PIC 9(10).
           05  CTG-TIPO              PIC X(3).
               88  CTG-DEPOSITO      VALUE 'DEP'.
               88  CTG-SAQUE         VALUE 'SAQ'.
           05  CTG-VALOR             PIC S9(13)V99 COMP-3.
           05  CTG-DT-MOVIMENTO      PIC 9(8).
           05  CTG-DATA              PIC 9(8).
           05  CTG-HORA              PIC 9(6).
           05  CTG-OPERADOR          PIC X(20).
           05  CTG-SALDO-REF         PIC S9(13)V99 COMP-3.
           05  CTG-DT-SALDO-REF      PIC 9(8).
           05  CTG-SITUACAO          PIC X(1).
               88  CTG-PENDENTE      VALUE 'P'.
               88  CTG-EFETIVADO     VALUE 'E'.
               88  CTG-EM-REVISAO    VALUE 'R'.
               88  CTG-BAIXADO       VALUE 'B'.
           05  CTG-TRANS-ID          PIC 9(15).
           05  CTG-NSU-DEF           PIC 9(12).
           05  CTG-DT-REPROC         PIC 9(8).
           05  CTG-MOTIVO            PIC X(40).
           05  CTG-TRATAMENTO        PIC X(40).

       FD  ARQSNAP.
       01  REG-SNAPSHOT.
           05  SNP-CHAVE.
               10  SNP-CONTA         PIC 9(10).
               10  SNP-DATA          PIC 9(8).
           05  SNP-SALDO             PIC S9(13)V99 COMP-3.

       FD  ARQCAIXA.
       01  REG-CAIXA.
           05  CAIXA-CHAVE.
               10  CAIXA-AGENCIA        PIC 9(4).
               10  CAIXA-DATA           PIC 9(8).
               10  CAIXA-TURNO          PIC 9(1).
           05  CAIXA-TOTAL-ENTRADAS     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-SAIDAS       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CTA-NUM               PIC 9(10).
           05  CTA-AGENCIA           PIC 9(4).
           05  CTA-DIGITO            PIC 9(1).
           05  CTA-TIPO              PIC X(2).
           05  CTA-STATUS            PIC X(1).
           05  CTA-SALDO             PIC S9(13)V99 COMP-3.
           05  CTA-LIMITE            PIC S9(11)V99 COMP-3.
           05  CTA-TITULAR           PIC X(60).
           05  CTA-CPF               PIC X(11).
           05  CTA-EMAIL             PIC X(80).
           05  CTA-TELEFONE          PIC X(15).
           05  CTA-DT-ABERTURA       PIC 9(8).
           05  CTA-DT-ATUALIZACAO    PIC 9(8).
           05  CTA-SENHA-HASH        PIC X(64).
           05  CTA-COTIT-NOME        PIC X(60).
           05  CTA-COTIT-CPF         PIC X(11).
           05  CTA-CLI-ID            PIC 9(10).
           05  CTA-MOEDA             PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  TRN-ID                PIC 9(15).
           05  TRN-CONTA-ORG         PIC 9(10).
           05  TRN-CONTA-DEST        PIC 9(10).
           05  TRN-TIPO              PIC X(3).
           05  TRN-VALOR             PIC S9(13)V99 COMP-3.
           05  TRN-DATA              PIC 9(8).
           05  TRN-HORA              PIC 9(6).
           05  TRN-DESCRICAO         PIC X(100).
           05  TRN-STATUS            PIC X(1).
           05  TRN-NSU               PIC 9(12).
           05  TRN-CANAL             PIC X(10).
           05  TRN-MOEDA             PIC X(3).

       FD  ARQRUNCTL.
       01  REG-RUNCTL.
           05  RUN-CHAVE.
               10  RUN-DATA          PIC 9(8).
               10  RUN-ETAPA         PIC 9(2).
           05  RUN-STATUS            PIC X(1).
               88  RUN-LOTE-EM-CURSO VALUE 'E'.
           05  RUN-HORA              PIC 9(6).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CTG-CTRL.
           05  FS-CONTING           PIC XX.
               88  FS-CTG-OK        VALUE '00'.
               88  FS-CTG-EOF       VALUE '10'.
           05  FS-SNAP              PIC XX.
               88  FS-SNAP-OK       VALUE '00'.
           05  FS-CAIXA             PIC XX.
               88  FS-CAIXA-OK      VALUE '00'.
               88  FS-CAIXA-NFD     VALUE '23'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-RUNCTL            PIC XX.
               88  FS-RUN-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CONTINGENCIA-CTRL.
           05  WS-CTG-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-CTG-AGENCIA       PIC 9(4) VALUE ZEROS.
           05  WS-CTG-CONTA-INF     PIC 9(10).
           05  WS-CTG-VALOR-INF     PIC 9(11)V99.
           05  WS-CTG-TIPO          PIC X(3).
           05  WS-CTG-LIM-SAQUE     PIC S9(9)V99 COMP-3 VALUE 500,00.
           05  WS-CTG-SALDO-REF     PIC S9(13)V99 COMP-3.
           05  WS-CTG-DT-SALDO-REF  PIC 9(8).
           05  WS-CTG-PEND-DEP      PIC S9(13)V99 COMP-3.
           05  WS-CTG-PEND-SAQ      PIC S9(13)V99 COMP-3.
           05  WS-CTG-SALDO-PROJ    PIC S9(13)V99 COMP-3.
           05  WS-CTG-TEM-SALDO     PIC X(1).
               88  CTG-TEM-SALDO    VALUE 'S'.
           05  WS-CTG-PRIMARIO      PIC X(1).
               88  PRIMARIO-DISPONIVEL VALUE 'S'.
           05  WS-CTG-CONFIRMA      PIC X(1).
           05  WS-CTG-ACAO          PIC X(1).
           05  WS-CTG-QTD           PIC 9(5).
           05  WS-CTG-HH            PIC 9(2).
           05  WS-CTG-DATA-INF      PIC 9(8).
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-EDIT           PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-VL-EDIT2          PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-VL-EDIT3          PIC ZZZ.ZZZ.ZZ9,99-.

       01  WS-CONCILIACAO.
      *    Uma linha por agencia com movimento de contingencia no
      *    dia conciliado.
           05  WS-CNC-QTD-AGE       PIC 9(3) VALUE ZEROS.
           05  WS-CNC-IDX           PIC 9(3).
           05  WS-CNC-ACHOU         PIC 9(3).
           05  WS-CNC-TURNO         PIC 9(1).
           05  WS-CNC-AGENCIAS OCCURS 100 TIMES.
               10  WS-CNC-AGENCIA   PIC 9(4).
               10  WS-CNC-CTG-DEP   PIC S9(13)V99 COMP-3.
               10  WS-CNC-CTG-SAQ   PIC S9(13)V99 COMP-3.
               10  WS-CNC-QTD-P     PIC 9(5).
               10  WS-CNC-QTD-E     PIC 9(5).
               10  WS-CNC-QTD-R     PIC 9(5).
               10  WS-CNC-QTD-B     PIC 9(5).
               10  WS-CNC-CX-ENT    PIC S9(13)V99 COMP-3.
               10  WS-CNC-CX-SAI    PIC S9(13)V99 COMP-3.
               10  WS-CNC-NOR-DEP   PIC S9(13)V99 COMP-3.
               10  WS-CNC-NOR-SAQ   PIC S9(13)V99 COMP-3.
           05  WS-CNC-DIF-DEP       PIC S9(13)V99 COMP-3.
           05  WS-CNC-DIF-SAQ       PIC S9(13)V99 COMP-3.
           05  WS-CNC-QTD-DIVERG    PIC 9(3).

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
           05  LS-MENSAGEM          PIC X(100).
           05  LS-MODO              PIC X(1).
               88  LS-MODO-BATCH    VALUE 'B'.
           05  LS-OPERADOR          PIC X(20).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-RETORNO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE 0 TO LS-CODIGO
           IF LS-MODO-BATCH
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0150-CARREGAR-PARAMETROS
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0200-VERIFICAR-PRIMARIO
           DISPLAY '========================================'
           DISPLAY ' CONTINGENCIA DE CAIXA'
           DISPLAY '========================================'
           IF NOT PRIMARIO-DISPONIVEL
               DISPLAY 'BANKACCT.DAT INDISPONIVEL OU EM USO PELO LOTE '
                   'NOTURNO - ATENDIMENTO EM CONTINGENCIA'
           END-IF
           DISPLAY 'Agencia do caixa (4 digitos): '
           ACCEPT WS-CTG-AGENCIA
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTING ARQSNAP ARQCAIXA
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTING
           IF FS-CONTING = '35'
               OPEN OUTPUT ARQCONTING
               CLOSE ARQCONTING
               OPEN I-O ARQCONTING
           END-IF
           MOVE 9999999999 TO CTG-ID
           START ARQCONTING KEY IS <= CTG-ID
           IF FS-CTG-OK
               READ ARQCONTING NEXT
               IF FS-CTG-OK
                   MOVE CTG-ID TO WS-CTG-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-CONTING
           OPEN INPUT ARQSNAP
           IF FS-SNAP = '35'
               OPEN OUTPUT ARQSNAP
               CLOSE ARQSNAP
               OPEN INPUT ARQSNAP
           END-IF
           OPEN I-O ARQCAIXA
           IF FS-CAIXA = '35'
               OPEN OUTPUT ARQCAIXA
               CLOSE ARQCAIXA
               OPEN I-O ARQCAIXA
           END-IF.

       0130-CARREGAR-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO
           OPEN INPUT ARQDATAMOV
           IF FS-DATAMOV = '00'
               READ ARQDATAMOV
                   AT END CONTINUE
               END-READ
               IF FS-DATAMOV = '00'
                   MOVE DMV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
               END-IF
               CLOSE ARQDATAMOV
           END-IF.

       0150-CARREGAR-PARAMETROS.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
               IF FS-CONFIG-OK
                   IF CFG-CTG-LIM-SAQUE > ZEROS
                       MOVE CFG-CTG-LIM-SAQUE TO WS-CTG-LIM-SAQUE
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0200-VERIFICAR-PRIMARIO.
      *    Mesma regra do desvio no BANKTRAN: arquivo que nao abre
      *    ou marcador de lote em curso (etapa 00 do dia de
      *    movimento) poe o caixa em contingencia.
           MOVE 'S' TO WS-CTG-PRIMARIO
           OPEN INPUT ARQCONTAS
           IF NOT FS-CONTA-OK
               MOVE 'N' TO WS-CTG-PRIMARIO
           ELSE
               CLOSE ARQCONTAS
           END-IF
           OPEN INPUT ARQRUNCTL
           IF FS-RUN-OK
               MOVE WS-DATA-MOVIMENTO TO RUN-DATA
               MOVE ZEROS TO RUN-ETAPA
               READ ARQRUNCTL
                   INVALID KEY CONTINUE
               END-READ
               IF FS-RUN-OK AND RUN-LOTE-EM-CURSO
                   MOVE 'N' TO WS-CTG-PRIMARIO
               END-IF
               CLOSE ARQRUNCTL
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           MOVE WS-CTG-LIM-SAQUE TO WS-VL-EDIT
           DISPLAY '----------------------------------------'
           DISPLAY ' CONTINGENCIA - AGENCIA ' WS-CTG-AGENCIA
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Deposito em contingencia'
           DISPLAY ' 02. Saque em contingencia (ate R$ ' WS-VL-EDIT ')'
           DISPLAY ' 03. Diario de contingencia do dia'
           DISPLAY ' 04. Fila de revisao do reprocesso'
           DISPLAY ' 05. Conciliar diario x caixa (BANKCAIXA)'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   MOVE 'DEP' TO WS-CTG-TIPO
                   PERFORM 2000-CAPTURAR
               WHEN '02'
                   MOVE 'SAQ' TO WS-CTG-TIPO
                   PERFORM 2000-CAPTURAR
               WHEN '03'
                   PERFORM 3000-LISTAR-DIARIO
               WHEN '04'
                   PERFORM 1900-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 4000-FILA-REVISAO
                   END-IF
               WHEN '05'
                   PERFORM 5000-CONCILIAR-CAIXA
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO.
      *    O tratamento da fila de revisao e decisao de gerente.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       2000-CAPTURAR SECTION.
      *================================================================
       2000-INICIO.
      *    Com o arquivo principal no ar o atendimento e o normal.
           PERFORM 0200-VERIFICAR-PRIMARIO
           IF PRIMARIO-DISPONIVEL
               DISPLAY 'BANKACCT.DAT DISPONIVEL - USE O MENU DE '
                   'TRANSACOES'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Numero da Conta: '
           ACCEPT WS-CTG-CONTA-INF
           DISPLAY 'Valor: R$ '
           ACCEPT WS-CTG-VALOR-INF
           IF WS-CTG-VALOR-INF <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2100-LOCALIZAR-SALDO-REF
           IF NOT CTG-TEM-SALDO
               DISPLAY 'CONTA SEM SALDO DE REFERENCIA EM BANKSNAP - '
                   'OPERACAO SO APOS A VOLTA DO SISTEMA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2200-SOMAR-PENDENTES
           IF WS-CTG-TIPO = 'SAQ'
               IF WS-CTG-PEND-SAQ + WS-CTG-VALOR-INF > WS-CTG-LIM-SAQUE
                   MOVE WS-CTG-LIM-SAQUE TO WS-VL-EDIT
                   DISPLAY 'SAQUE EM CONTINGENCIA LIMITADO A R$ '
                       WS-VL-EDIT ' POR CONTA'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               COMPUTE WS-CTG-SALDO-PROJ =
                   WS-CTG-SALDO-REF + WS-CTG-PEND-DEP
                   - WS-CTG-PEND-SAQ - WS-CTG-VALOR-INF
               IF WS-CTG-SALDO-PROJ < ZEROS
                   DISPLAY 'SALDO DE REFERENCIA INSUFICIENTE'
                   MOVE 0001 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-CTG-SALDO-REF TO WS-VL-EDIT
           DISPLAY 'Ultimo saldo conhecido em ' WS-CTG-DT-SALDO-REF
               ': R$ ' WS-VL-EDIT
           DISPLAY 'Confirmar ' WS-CTG-TIPO ' em contingencia? (S/N): '
           ACCEPT WS-CTG-CONFIRMA
           IF WS-CTG-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               EXIT SECTION
           END-IF
           PERFORM 2300-GRAVAR-DIARIO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           PERFORM 2400-POSTAR-CAIXA
           MOVE CTG-VALOR TO WS-VL-EDIT
           DISPLAY WS-CTG-TIPO ' EM CONTINGENCIA: R$ ' WS-VL-EDIT
               ' NSU PROVISORIO ' CTG-NSU-PROV
           EXIT SECTION.

       2100-LOCALIZAR-SALDO-REF.
      *    Ultima fotografia de saldo da conta (chave conta+data).
           MOVE 'N' TO WS-CTG-TEM-SALDO
           MOVE WS-CTG-CONTA-INF TO SNP-CONTA
           MOVE 99999999 TO SNP-DATA
           START ARQSNAP KEY IS <= SNP-CHAVE
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ ARQSNAP NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF FS-SNAP-OK AND SNP-CONTA = WS-CTG-CONTA-INF
               MOVE 'S' TO WS-CTG-TEM-SALDO
               MOVE SNP-SALDO TO WS-CTG-SALDO-REF
               MOVE SNP-DATA TO WS-CTG-DT-SALDO-REF
           END-IF.

       2200-SOMAR-PENDENTES.
      *    O que a contingencia ja capturou para a conta e ainda nao
      *    chegou ao saldo entra na conferencia.
           MOVE ZEROS TO WS-CTG-PEND-DEP WS-CTG-PEND-SAQ
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK AND CTG-CONTA = WS-CTG-CONTA-INF
                  AND (CTG-PENDENTE OR CTG-EM-REVISAO)
                   IF CTG-DEPOSITO
                       ADD CTG-VALOR TO WS-CTG-PEND-DEP
                   ELSE
                       ADD CTG-VALOR TO WS-CTG-PEND-SAQ
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING.

       2300-GRAVAR-DIARIO.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-CTG-HH
           INITIALIZE REG-CONTING
           ADD 1 TO WS-CTG-PROX-ID
           MOVE WS-CTG-PROX-ID TO CTG-ID
      *    Faixa 9xxx... nao colide com o NSU definitivo, que e o
      *    proprio id da transacao.
           COMPUTE CTG-NSU-PROV = 900000000000 + WS-CTG-PROX-ID
           MOVE WS-CTG-AGENCIA TO CTG-AGENCIA
           EVALUATE TRUE
               WHEN WS-CTG-HH < 12
                   MOVE 1 TO CTG-TURNO
               WHEN WS-CTG-HH < 18
                   MOVE 2 TO CTG-TURNO
               WHEN OTHER
                   MOVE 3 TO CTG-TURNO
           END-EVALUATE
           MOVE WS-CTG-CONTA-INF TO CTG-CONTA
           MOVE WS-CTG-TIPO TO CTG-TIPO
           MOVE WS-CTG-VALOR-INF TO CTG-VALOR
           MOVE WS-DATA-MOVIMENTO TO CTG-DT-MOVIMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTG-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CTG-HORA
           MOVE LS-OPERADOR TO CTG-OPERADOR
           MOVE WS-CTG-SALDO-REF TO CTG-SALDO-REF
           MOVE WS-CTG-DT-SALDO-REF TO CTG-DT-SALDO-REF
           MOVE 'P' TO CTG-SITUACAO
           MOVE ZEROS TO CTG-TRANS-ID CTG-NSU-DEF CTG-DT-REPROC
           MOVE SPACES TO CTG-MOTIVO CTG-TRATAMENTO
           WRITE REG-CONTING
           IF FS-CTG-OK
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE CONTINGENCIA: '
                   FS-CONTING
               MOVE 9999 TO LS-CODIGO
           END-IF.

       2400-POSTAR-CAIXA.
      *    O dinheiro entrou (ou saiu) da gaveta agora: o caixa da
      *    agencia/turno e atualizado na captura, e o reprocesso no
      *    BANKTRAN nao o toca de novo (canal CONTING).
           MOVE CTG-AGENCIA TO CAIXA-AGENCIA
           MOVE CTG-DT-MOVIMENTO TO CAIXA-DATA
           MOVE CTG-TURNO TO CAIXA-TURNO
           READ ARQCAIXA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CAIXA-NFD
               INITIALIZE CAIXA-TOTAL-ENTRADAS CAIXA-TOTAL-SAIDAS
                          CAIXA-QTD-DEPOSITOS CAIXA-QTD-SAQUES
                          CAIXA-SALDO-ESPERADO
                          CAIXA-TOTAL-RETIDO CAIXA-QTD-RETIDAS
           END-IF
           IF CTG-DEPOSITO
               ADD CTG-VALOR TO CAIXA-TOTAL-ENTRADAS
               ADD CTG-VALOR TO CAIXA-SALDO-ESPERADO
               ADD 1 TO CAIXA-QTD-DEPOSITOS
           ELSE
               ADD CTG-VALOR TO CAIXA-TOTAL-SAIDAS
               SUBTRACT CTG-VALOR FROM CAIXA-SALDO-ESPERADO
               ADD 1 TO CAIXA-QTD-SAQUES
           END-IF
           IF FS-CAIXA-NFD
               WRITE REG-CAIXA
           ELSE
               REWRITE REG-CAIXA
           END-IF.

      *================================================================
       3000-LISTAR-DIARIO SECTION.
      *================================================================
       3000-INICIO.
           MOVE ZEROS TO WS-CTG-QTD
           DISPLAY 'DIARIO DE CONTINGENCIA - MOVIMENTO '
               WS-DATA-MOVIMENTO
           DISPLAY 'ID         NSU PROV.    CONTA      TIPO'
               '           VALOR SIT'
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK
                  AND (CTG-DT-MOVIMENTO = WS-DATA-MOVIMENTO
                       OR CTG-PENDENTE)
                   ADD 1 TO WS-CTG-QTD
                   MOVE CTG-VALOR TO WS-VL-EDIT
                   DISPLAY CTG-ID ' ' CTG-NSU-PROV ' ' CTG-CONTA ' '
                       CTG-TIPO ' ' WS-VL-EDIT ' ' CTG-SITUACAO
                       ' ' CTG-MOTIVO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING
           DISPLAY 'LANCAMENTOS LISTADOS: ' WS-CTG-QTD
           EXIT SECTION.

      *================================================================
       4000-FILA-REVISAO SECTION.
      *================================================================
       4000-INICIO.
      *    Item que falhou no reprocesso: reenviar (volta a pendente
      *    para o proximo reprocesso, depois de regularizada a conta)
      *    ou baixar com o tratamento dado (estorno no caixa, acordo
      *    com o cliente, lancamento manual).
           MOVE ZEROS TO WS-CTG-QTD
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK AND CTG-EM-REVISAO
                   ADD 1 TO WS-CTG-QTD
                   PERFORM 4100-TRATAR-ITEM
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING
           IF WS-CTG-QTD = ZEROS
               DISPLAY 'FILA DE REVISAO VAZIA'
           END-IF
           EXIT SECTION.

       4100-TRATAR-ITEM.
           MOVE CTG-VALOR TO WS-VL-EDIT
           DISPLAY '----------------------------------------'
           DISPLAY 'ID ' CTG-ID ' NSU PROV. ' CTG-NSU-PROV
               ' AGENCIA ' CTG-AGENCIA
           DISPLAY 'CONTA ' CTG-CONTA ' ' CTG-TIPO ' R$ ' WS-VL-EDIT
               ' CAPTURADO EM ' CTG-DATA
           DISPLAY 'MOTIVO: ' CTG-MOTIVO
           DISPLAY 'Acao (R=reenviar B=baixar N=proximo): '
           ACCEPT WS-CTG-ACAO
           EVALUATE WS-CTG-ACAO
               WHEN 'R'
                   MOVE 'P' TO CTG-SITUACAO
                   MOVE SPACES TO CTG-MOTIVO
                   REWRITE REG-CONTING
                   MOVE 'REENVIADO' TO WS-AUD-DEPOIS
                   PERFORM 4200-AUDITAR-REVISAO
                   DISPLAY 'REENVIADO AO REPROCESSO'
               WHEN 'B'
                   DISPLAY 'Tratamento dado: '
                   ACCEPT CTG-TRATAMENTO
                   MOVE 'B' TO CTG-SITUACAO
                   REWRITE REG-CONTING
                   MOVE CTG-TRATAMENTO TO WS-AUD-DEPOIS
                   PERFORM 4200-AUDITAR-REVISAO
                   DISPLAY 'ITEM BAIXADO'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-AUDITAR-REVISAO.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKCTG.DAT' TO WS-AUD-ARQUIVO
           MOVE CTG-ID TO WS-AUD-CHAVE
           MOVE 'SITUACAO' TO WS-AUD-CAMPO
           MOVE CTG-MOTIVO TO WS-AUD-ANTES
           IF WS-AUD-ANTES = SPACES
               MOVE 'EM REVISAO' TO WS-AUD-ANTES
           END-IF
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       5000-CONCILIAR-CAIXA SECTION.
      *================================================================
       5000-INICIO.
      *    Parcela de contingencia do caixa = caixa do dia (todos os
      *    turnos) menos o atendimento normal (DEP/SAQ do canal
      *    AGENCIA, pela agencia da conta, como o BANKTRAN posta o
      *    caixa); tem de bater com os totais do diario.
           DISPLAY 'Dia de movimento (AAAAMMDD, 0 = atual): '
           ACCEPT WS-CTG-DATA-INF
           IF WS-CTG-DATA-INF = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-CTG-DATA-INF
           END-IF
           OPEN INPUT ARQCONTAS
           IF NOT FS-CONTA-OK
               DISPLAY 'CONCILIACAO EXIGE BANKACCT.DAT DISPONIVEL'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQTRANS
           IF NOT FS-TRANS-OK
               DISPLAY 'BANKTRAN.DAT INDISPONIVEL'
               CLOSE ARQCONTAS
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           INITIALIZE WS-CONCILIACAO
           PERFORM 5100-TOTALIZAR-DIARIO
           IF WS-CNC-QTD-AGE = ZEROS
               DISPLAY 'SEM CONTINGENCIA NO DIA ' WS-CTG-DATA-INF
               CLOSE ARQCONTAS ARQTRANS
               EXIT SECTION
           END-IF
           PERFORM 5200-TOTALIZAR-CAIXA
               VARYING WS-CNC-IDX FROM 1 BY 1
               UNTIL WS-CNC-IDX > WS-CNC-QTD-AGE
           PERFORM 5300-TOTALIZAR-ATENDIMENTO
           CLOSE ARQCONTAS ARQTRANS
           DISPLAY 'CONCILIACAO DIARIO DE CONTINGENCIA X CAIXA - '
               WS-CTG-DATA-INF
           PERFORM 5400-EXIBIR-AGENCIA
               VARYING WS-CNC-IDX FROM 1 BY 1
               UNTIL WS-CNC-IDX > WS-CNC-QTD-AGE
           IF WS-CNC-QTD-DIVERG = ZEROS
               DISPLAY 'DIARIO CONCILIADO COM O CAIXA EM TODAS AS '
                   'AGENCIAS'
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'AGENCIAS COM DIVERGENCIA: ' WS-CNC-QTD-DIVERG
               MOVE 0006 TO LS-CODIGO
           END-IF
           EXIT SECTION.

       5100-TOTALIZAR-DIARIO.
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK AND CTG-DT-MOVIMENTO = WS-CTG-DATA-INF
                   MOVE CTG-AGENCIA TO CAIXA-AGENCIA
                   PERFORM 5150-LOCALIZAR-AGENCIA
                   IF WS-CNC-ACHOU > ZEROS
                       PERFORM 5160-SOMAR-ITEM-DIARIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING.

       5150-LOCALIZAR-AGENCIA.
      *    Agencia em CAIXA-AGENCIA; inclui na tabela se nova.
           MOVE ZEROS TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-IDX FROM 1 BY 1
                   UNTIL WS-CNC-IDX > WS-CNC-QTD-AGE
                      OR WS-CNC-ACHOU > ZEROS
               IF WS-CNC-AGENCIA(WS-CNC-IDX) = CAIXA-AGENCIA
                   MOVE WS-CNC-IDX TO WS-CNC-ACHOU
               END-IF
           END-PERFORM
           IF WS-CNC-ACHOU = ZEROS AND WS-CNC-QTD-AGE < 100
               ADD 1 TO WS-CNC-QTD-AGE
               MOVE WS-CNC-QTD-AGE TO WS-CNC-ACHOU
               MOVE CAIXA-AGENCIA TO WS-CNC-AGENCIA(WS-CNC-ACHOU)
           END-IF.

       5160-SOMAR-ITEM-DIARIO.
           IF CTG-DEPOSITO
               ADD CTG-VALOR TO WS-CNC-CTG-DEP(WS-CNC-ACHOU)
           ELSE
               ADD CTG-VALOR TO WS-CNC-CTG-SAQ(WS-CNC-ACHOU)
           END-IF
           EVALUATE TRUE
               WHEN CTG-PENDENTE
                   ADD 1 TO WS-CNC-QTD-P(WS-CNC-ACHOU)
               WHEN CTG-EFETIVADO
                   ADD 1 TO WS-CNC-QTD-E(WS-CNC-ACHOU)
               WHEN CTG-EM-REVISAO
                   ADD 1 TO WS-CNC-QTD-R(WS-CNC-ACHOU)
               WHEN OTHER
                   ADD 1 TO WS-CNC-QTD-B(WS-CNC-ACHOU)
           END-EVALUATE.

       5200-TOTALIZAR-CAIXA.
           PERFORM VARYING WS-CNC-TURNO FROM 1 BY 1
                   UNTIL WS-CNC-TURNO > 3
               MOVE WS-CNC-AGENCIA(WS-CNC-IDX) TO CAIXA-AGENCIA
               MOVE WS-CTG-DATA-INF TO CAIXA-DATA
               MOVE WS-CNC-TURNO TO CAIXA-TURNO
               READ ARQCAIXA
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CAIXA-OK
                   ADD CAIXA-TOTAL-ENTRADAS
                       TO WS-CNC-CX-ENT(WS-CNC-IDX)
                   ADD CAIXA-TOTAL-SAIDAS
                       TO WS-CNC-CX-SAI(WS-CNC-IDX)
               END-IF
           END-PERFORM.

       5300-TOTALIZAR-ATENDIMENTO.
           MOVE ZEROS TO TRN-ID
           START ARQTRANS KEY IS >= TRN-ID
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF FS-TRANS-OK AND TRN-DATA = WS-CTG-DATA-INF
                  AND TRN-CANAL = 'AGENCIA'
                  AND (TRN-TIPO = 'DEP' OR 'SAQ')
                   PERFORM 5350-SOMAR-ATENDIMENTO
               END-IF
           END-PERFORM.

       5350-SOMAR-ATENDIMENTO.
           MOVE TRN-CONTA-ORG TO CTA-NUM
           READ ARQCONTAS KEY IS CTA-NUM
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-IDX FROM 1 BY 1
                   UNTIL WS-CNC-IDX > WS-CNC-QTD-AGE
                      OR WS-CNC-ACHOU > ZEROS
               IF WS-CNC-AGENCIA(WS-CNC-IDX) = CTA-AGENCIA
                   MOVE WS-CNC-IDX TO WS-CNC-ACHOU
               END-IF
           END-PERFORM
           IF WS-CNC-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF TRN-TIPO = 'DEP'
               ADD TRN-VALOR TO WS-CNC-NOR-DEP(WS-CNC-ACHOU)
           ELSE
               ADD TRN-VALOR TO WS-CNC-NOR-SAQ(WS-CNC-ACHOU)
           END-IF.

       5400-EXIBIR-AGENCIA.
           COMPUTE WS-CNC-DIF-DEP =
               WS-CNC-CX-ENT(WS-CNC-IDX) - WS-CNC-NOR-DEP(WS-CNC-IDX)
               - WS-CNC-CTG-DEP(WS-CNC-IDX)
           COMPUTE WS-CNC-DIF-SAQ =
               WS-CNC-CX-SAI(WS-CNC-IDX) - WS-CNC-NOR-SAQ(WS-CNC-IDX)
               - WS-CNC-CTG-SAQ(WS-CNC-IDX)
           DISPLAY '----------------------------------------'
           DISPLAY 'AGENCIA ' WS-CNC-AGENCIA(WS-CNC-IDX)
               '  PENDENTES ' WS-CNC-QTD-P(WS-CNC-IDX)
               '  EFETIVADOS ' WS-CNC-QTD-E(WS-CNC-IDX)
               '  EM REVISAO ' WS-CNC-QTD-R(WS-CNC-IDX)
               '  BAIXADOS ' WS-CNC-QTD-B(WS-CNC-IDX)
           MOVE WS-CNC-CTG-DEP(WS-CNC-IDX) TO WS-VL-EDIT
           MOVE WS-CNC-CX-ENT(WS-CNC-IDX) TO WS-VL-EDIT2
           MOVE WS-CNC-NOR-DEP(WS-CNC-IDX) TO WS-VL-EDIT3
           DISPLAY '  DEPOSITOS  DIARIO ' WS-VL-EDIT
               ' CAIXA ' WS-VL-EDIT2 ' NORMAL ' WS-VL-EDIT3
           MOVE WS-CNC-CTG-SAQ(WS-CNC-IDX) TO WS-VL-EDIT
           MOVE WS-CNC-CX-SAI(WS-CNC-IDX) TO WS-VL-EDIT2
           MOVE WS-CNC-NOR-SAQ(WS-CNC-IDX) TO WS-VL-EDIT3
           DISPLAY '  SAQUES     DIARIO ' WS-VL-EDIT
               ' CAIXA ' WS-VL-EDIT2 ' NORMAL ' WS-VL-EDIT3
           IF WS-CNC-DIF-DEP = ZEROS AND WS-CNC-DIF-SAQ = ZEROS
               DISPLAY '  CONCILIADO'
           ELSE
               ADD 1 TO WS-CNC-QTD-DIVERG
               MOVE WS-CNC-DIF-DEP TO WS-VL-EDIT
               MOVE WS-CNC-DIF-SAQ TO WS-VL-EDIT2
               DISPLAY '  DIVERGENCIA  DEPOSITOS ' WS-VL-EDIT
                   ' SAQUES ' WS-VL-EDIT2
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
