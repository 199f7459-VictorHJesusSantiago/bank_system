      *================================================================
      * BANKESC.COB - Contas Vinculadas (Escrow)
      * Sistema Bancario COBOL
      * Conta vinculada com liberacao condicionada para operacoes
      * imobiliarias e de fusoes e aquisicoes. O valor vinculado fica
      * retido na conta corrente do depositante (BANKESCR.DAT, com
      * os movimentos em BANKESCM.DAT): nenhuma das partes o
      * movimenta, e todo debito do BANKTRAN, BANKTRF e BANKPAY abate
      * o retido do disponivel pelo servico BANKESS. O cadastro
      * guarda as partes (depositante e beneficiario, ambos
      * correntistas), a finalidade, as condicoes de liberacao e o
      * vencimento. A liberacao, total ou parcial, e pedida com
      * valor e destino (beneficiario ou devolucao ao depositante) e
      * so e executada quando as duas partes confirmam com a senha
      * da propria conta; a ordem judicial do BANKJUD libera sem as
      * confirmacoes. No lote, a vinculada vencida devolve o retido
      * ao depositante e, na primeira execucao de cada mes, o
      * extrato de posicao do mes anterior vai para cada parte em
      * BANKESCX.TXT, com aviso pela fila de notificacoes.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKESC.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCC-TRANS-ID
               ALTERNATE RECORD KEY IS ESCC-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESCC-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQBLOQ ASSIGN TO 'BANKBLOQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-ID
               ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BLOQ.

           SELECT ARQVINCULADA ASSIGN TO 'BANKESCR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ID
               ALTERNATE RECORD KEY IS ESC-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESC-CONTA-BENEF
                   WITH DUPLICATES
               FILE STATUS IS FS-VINCULADA.

           SELECT ARQMOVVINC ASSIGN TO 'BANKESCM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVVINC.

           SELECT ARQEXTRATO ASSIGN TO 'BANKESCX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  ESCC-CONTA-NUM        PIC 9(10).
           05  ESCC-CONTA-AGENCIA    PIC 9(4).
           05  ESCC-CONTA-DIGITO     PIC 9(1).
           05  ESCC-CONTA-TIPO       PIC X(2).
           05  ESCC-CONTA-STATUS     PIC X(1).
           05  ESCC-CONTA-SALDO      PIC S9(13)V99 COMP-3.
           05  ESCC-CONTA-LIMITE     PIC S9(11)V99 COMP-3.
           05  ESCC-CONTA-TITULAR    PIC X(60).
           05  ESCC-CONTA-CPF        PIC X(11).
           05  ESCC-CONTA-EMAIL      PIC X(80).
           05  ESCC-CONTA-TELEFONE   PIC X(15).
           05  ESCC-CONTA-DT-ABERTURA PIC 9(8).
           05  ESCC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  ESCC-CONTA-SENHA-HASH PIC X(64).
           05  ESCC-CONTA-COTIT-NOME PIC X(60).
           05  ESCC-CONTA-COTIT-CPF  PIC X(11).
           05  ESCC-CONTA-CLI-ID     PIC 9(10).
           05  ESCC-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  ESCC-TRANS-ID         PIC 9(15).
           05  ESCC-TRANS-CONTA-ORG  PIC 9(10).
           05  ESCC-TRANS-CONTA-DEST PIC 9(10).
           05  ESCC-TRANS-TIPO       PIC X(3).
           05  ESCC-TRANS-VALOR      PIC S9(13)V99 COMP-3.
           05  ESCC-TRANS-DATA       PIC 9(8).
           05  ESCC-TRANS-HORA       PIC 9(6).
           05  ESCC-TRANS-DESCRICAO  PIC X(100).
           05  ESCC-TRANS-STATUS     PIC X(1).
           05  ESCC-TRANS-NSU        PIC 9(12).
           05  ESCC-TRANS-CANAL      PIC X(10).
           05  ESCC-TRANS-MOEDA      PIC X(3).

       FD  ARQBLOQ.
       01  REG-BLOQUEIO.
           05  BLQ-ID                PIC 9(10).
           05  BLQ-CONTA             PIC 9(10).
           05  BLQ-VALOR             PIC S9(13)V99 COMP-3.
           05  BLQ-ORIGEM            PIC X(1).
           05  BLQ-PROCESSO          PIC X(20).
           05  BLQ-DT-REGISTRO       PIC 9(8).
           05  BLQ-DT-VALIDADE       PIC 9(8).
           05  BLQ-STATUS            PIC X(1).
               88  BLQ-ATIVO         VALUE 'A'.

       FD  ARQVINCULADA.
       01  REG-VINCULADA.
           05  ESC-ID                PIC 9(10).
           05  ESC-CONTA             PIC 9(10).
           05  ESC-CONTA-BENEF       PIC 9(10).
           05  ESC-DEPOS-NOME        PIC X(60).
           05  ESC-DEPOS-DOC         PIC X(14).
           05  ESC-BENEF-NOME        PIC X(60).
           05  ESC-BENEF-DOC         PIC X(14).
           05  ESC-FINALIDADE        PIC X(1).
               88  ESC-IMOBILIARIO   VALUE 'I'.
               88  ESC-FUSAO-AQUIS   VALUE 'M'.
               88  ESC-OUTRAS        VALUE 'O'.
           05  ESC-CONDICOES         PIC X(200).
           05  ESC-DT-CONSTITUICAO   PIC 9(8).
           05  ESC-DT-VALIDADE       PIC 9(8).
           05  ESC-VALOR-ORIGINAL    PIC S9(13)V99 COMP-3.
           05  ESC-VALOR-RETIDO      PIC S9(13)V99 COMP-3.
           05  ESC-VALOR-LIBERADO    PIC S9(13)V99 COMP-3.
           05  ESC-LIB-VALOR         PIC S9(13)V99 COMP-3.
           05  ESC-LIB-DESTINO       PIC X(1).
               88  ESC-LIB-AO-BENEF  VALUE 'B'.
               88  ESC-LIB-AO-DEPOS  VALUE 'D'.
           05  ESC-LIB-DT-PEDIDO     PIC 9(8).
           05  ESC-CONF-DEPOS        PIC X(1).
               88  ESC-DEPOS-CONFIRMOU VALUE 'S'.
           05  ESC-CONF-BENEF        PIC X(1).
               88  ESC-BENEF-CONFIRMOU VALUE 'S'.
           05  ESC-PROCESSO          PIC X(20).
           05  ESC-QTD-MOV           PIC 9(5).
           05  ESC-MES-EXTRATO       PIC 9(6).
           05  ESC-SITUACAO          PIC X(1).
               88  ESC-ATIVA         VALUE 'A'.
               88  ESC-LIBERADA      VALUE 'L'.
               88  ESC-VENCIDA       VALUE 'V'.
           05  ESC-DT-SITUACAO       PIC 9(8).
           05  ESC-OPERADOR          PIC X(20).

       FD  ARQMOVVINC.
       01  REG-MOVVINC.
           05  MOV-CHAVE.
               10  MOV-ESC-ID        PIC 9(10).
               10  MOV-SEQ           PIC 9(5).
           05  MOV-DATA              PIC 9(8).
           05  MOV-TIPO              PIC X(1).
               88  MOV-CONSTITUICAO  VALUE 'C'.
               88  MOV-LIBERACAO     VALUE 'L'.
               88  MOV-JUDICIAL      VALUE 'J'.
               88  MOV-VENCIMENTO    VALUE 'V'.
           05  MOV-VALOR             PIC S9(13)V99 COMP-3.
           05  MOV-CONTA-DESTINO     PIC 9(10).
           05  MOV-REFERENCIA        PIC X(20).
           05  MOV-SALDO-RETIDO      PIC S9(13)V99 COMP-3.

       FD  ARQEXTRATO.
       01  REG-EXTRATO               PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ESC-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-BLOQ              PIC XX.
               88  FS-BLQ-OK        VALUE '00'.
               88  FS-BLQ-EOF       VALUE '10'.
           05  FS-VINCULADA         PIC XX.
               88  FS-ESC-OK        VALUE '00'.
               88  FS-ESC-EOF       VALUE '10'.
           05  FS-MOVVINC           PIC XX.
               88  FS-MOV-OK        VALUE '00'.
               88  FS-MOV-EOF       VALUE '10'.
           05  FS-EXTRATO           PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-VINCULO-CTRL.
           05  WS-VIN-ID            PIC 9(10).
           05  WS-VIN-CONTA-INF     PIC 9(10).
           05  WS-VIN-DEPOS-CONTA   PIC 9(10).
           05  WS-VIN-DEPOS-NOME    PIC X(60).
           05  WS-VIN-DEPOS-DOC     PIC X(14).
           05  WS-VIN-BENEF-CONTA   PIC 9(10).
           05  WS-VIN-BENEF-NOME    PIC X(60).
           05  WS-VIN-BENEF-DOC     PIC X(14).
           05  WS-VIN-FINALIDADE    PIC X(1).
           05  WS-VIN-CONDICOES     PIC X(200).
           05  WS-VIN-VALIDADE      PIC 9(8).
           05  WS-VIN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-VIN-DESTINO       PIC X(1).
           05  WS-VIN-PARTE         PIC X(1).
               88  VIN-PARTE-DEPOS  VALUE 'D'.
               88  VIN-PARTE-BENEF  VALUE 'B'.
           05  WS-VIN-CONFIRMA      PIC X(1).
           05  WS-VIN-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-VIN-BLOQUEADO     PIC S9(13)V99 COMP-3.
           05  WS-VIN-JA-VINCULADO  PIC S9(13)V99 COMP-3.
           05  WS-VIN-QTD           PIC 9(5).
           05  WS-VIN-CONTA-DESTINO PIC 9(10).
           05  WS-VIN-RESULTADO     PIC 9(4).

       01  WS-SENHA-CTRL.
           05  WS-SENHA-INFORMADA   PIC X(20).
           05  WS-SENHA-DIGITADA    PIC X(64).
           05  WS-HASH-ACUM         PIC 9(8) COMP-3.
           05  WS-HASH-IDX          PIC 9(2) COMP-3.

       01  WS-LOTE-CTRL.
           05  WS-LOT-QTD-VENCIDAS  PIC 9(5).
           05  WS-LOT-QTD-EXTRATOS  PIC 9(5).
           05  WS-EXT-MES-ATUAL     PIC 9(6).
           05  WS-EXT-MES-REF       PIC 9(6).
           05  WS-EXT-ANO           PIC 9(4).
           05  WS-EXT-MES           PIC 9(2).
           05  WS-EXT-SALDO-INICIAL PIC S9(13)V99 COMP-3.
           05  WS-EXT-SALDO-FINAL   PIC S9(13)V99 COMP-3.
           05  WS-EXT-PAPEL         PIC X(13).
           05  WS-EXT-CONTA         PIC 9(10).
           05  WS-EXT-NOME          PIC X(60).
           05  WS-EXT-LINHA         PIC X(132).

       01  WS-MOVIMENTO-CTRL.
           05  WS-MOV-TIPO          PIC X(1).
           05  WS-MOV-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-MOV-DESTINO       PIC 9(10).
           05  WS-MOV-REFERENCIA    PIC X(20).
           05  WS-MOV-DESCRICAO     PIC X(12).

       01  WS-GERAL-CTRL.
           05  WS-ESC-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-TRN-ORIGEM        PIC 9(10).
           05  WS-TRN-DESTINO       PIC 9(10).
           05  WS-TRN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-TRN-HISTORICO     PIC X(100).
           05  WS-VL-DISP           PIC Z(10)9,99-.
           05  WS-VL-DISP2          PIC Z(10)9,99-.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-TRAVA.
      *    Area de chamada da disciplina de travas (BANKLCK), que
      *    serializa o ler-alterar-regravar entre caixas simultaneos.
           05  WS-LCKSRV-FUNCAO     PIC X(1).
           05  WS-LCKSRV-ARQUIVO    PIC X(12).
           05  WS-LCKSRV-CHAVE      PIC X(15).
           05  WS-LCKSRV-SESSAO     PIC X(20).
           05  WS-LCKSRV-CODIGO     PIC 9(4).
               88  TRAVA-CONCEDIDA  VALUE 0000.
               88  TRAVA-OCUPADA    VALUE 0001.

       01  WS-CHAMADA-NOTIFIC.
      *    Area de chamada do gravador de notificacoes (BANKNOT)
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHAMADA-CAIXINHA.
      *    Area de chamada do servico de caixinhas (BANKCXS)
           05  WS-CXSSRV-MODO       PIC X(1).
           05  WS-CXSSRV-CONTA      PIC 9(10).
           05  WS-CXSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-CXSSRV-QTD        PIC 9(3).
           05  WS-CXSSRV-CODIGO     PIC 9(4).
           05  WS-CXSSRV-MENSAGEM   PIC X(60).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           MOVE SPACES TO WS-LCKSRV-SESSAO
           STRING 'BANKESC-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(9:8) DELIMITED SIZE
               INTO WS-LCKSRV-SESSAO
           END-STRING
           IF LS-MODO-BATCH
               PERFORM 5000-PROCESSAR-VENCIMENTOS
               PERFORM 6000-EXTRATO-MENSAL
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQBLOQ ARQVINCULADA ARQMOVVINC
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQBLOQ
           IF FS-BLOQ = '35'
               OPEN OUTPUT ARQBLOQ
               CLOSE ARQBLOQ
               OPEN INPUT ARQBLOQ
           END-IF
           OPEN I-O ARQVINCULADA
           IF FS-VINCULADA = '35'
               OPEN OUTPUT ARQVINCULADA
               CLOSE ARQVINCULADA
               OPEN I-O ARQVINCULADA
           END-IF
           OPEN I-O ARQMOVVINC
           IF FS-MOVVINC = '35'
               OPEN OUTPUT ARQMOVVINC
               CLOSE ARQMOVVINC
               OPEN I-O ARQMOVVINC
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO ESC-ID
           START ARQVINCULADA KEY IS <= ESC-ID
           IF FS-ESC-OK
               READ ARQVINCULADA NEXT
               IF FS-ESC-OK
                   MOVE ESC-ID TO WS-ESC-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO ESCC-TRANS-ID
           START ARQTRANS KEY IS <= ESCC-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE ESCC-TRANS-ID TO WS-PROXIMO-ID
               END-IF
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

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CONTAS VINCULADAS (ESCROW)'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Constituir conta vinculada'
           DISPLAY ' 02. Consultar conta vinculada'
           DISPLAY ' 03. Vinculadas de uma conta'
           DISPLAY ' 04. Solicitar liberacao'
           DISPLAY ' 05. Confirmar liberacao (parte)'
           DISPLAY ' 06. Cancelar pedido de liberacao'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '04' OR '05' OR '06'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CONSTITUIR
               WHEN '02'
                   PERFORM 3000-CONSULTAR
               WHEN '03'
                   PERFORM 3500-VINCULADAS-DA-CONTA
               WHEN '04'
                   PERFORM 4000-SOLICITAR-LIBERACAO
               WHEN '05'
                   PERFORM 4500-CONFIRMAR-LIBERACAO
               WHEN '06'
                   PERFORM 4800-CANCELAR-PEDIDO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO-MOV.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'MOVIMENTAR  ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       2000-CONSTITUIR SECTION.
      *================================================================
       2000-INICIO.
      *    Depositante e beneficiario sao correntistas ativos; o
      *    valor sai do saldo livre do depositante (sem limite, sem
      *    bloqueios e sem outras vinculadas) e fica retido na conta.
           DISPLAY 'Conta do depositante: '
           ACCEPT WS-VIN-CONTA-INF
           PERFORM 2100-LER-CONTA-PARTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE ESCC-CONTA-NUM TO WS-VIN-DEPOS-CONTA
           MOVE ESCC-CONTA-TITULAR TO WS-VIN-DEPOS-NOME
           MOVE ESCC-CONTA-CPF TO WS-VIN-DEPOS-DOC
           DISPLAY 'Conta do beneficiario: '
           ACCEPT WS-VIN-CONTA-INF
           IF WS-VIN-CONTA-INF = WS-VIN-DEPOS-CONTA
               DISPLAY 'BENEFICIARIO DEVE SER OUTRA CONTA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2100-LER-CONTA-PARTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE ESCC-CONTA-NUM TO WS-VIN-BENEF-CONTA
           MOVE ESCC-CONTA-TITULAR TO WS-VIN-BENEF-NOME
           MOVE ESCC-CONTA-CPF TO WS-VIN-BENEF-DOC
           DISPLAY 'Finalidade (I imobiliario, M fusao/aquisicao, '
               'O outras): '
           ACCEPT WS-VIN-FINALIDADE
           IF WS-VIN-FINALIDADE NOT = 'I' AND NOT = 'M'
              AND NOT = 'O'
               DISPLAY 'FINALIDADE INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Condicoes de liberacao: '
           ACCEPT WS-VIN-CONDICOES
           IF WS-VIN-CONDICOES = SPACES
               DISPLAY 'CONDICOES DE LIBERACAO OBRIGATORIAS'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Vencimento (AAAAMMDD): '
           ACCEPT WS-VIN-VALIDADE
           IF WS-VIN-VALIDADE NOT > WS-DATA-MOVIMENTO
               DISPLAY 'VENCIMENTO DEVE SER FUTURO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor a vincular: R$ '
           ACCEPT WS-VIN-VALOR
           IF WS-VIN-VALOR <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2200-CALCULAR-DISPONIVEL
           IF WS-VIN-VALOR > WS-VIN-DISPONIVEL
               MOVE WS-VIN-DISPONIVEL TO WS-VL-DISP
               DISPLAY 'SALDO LIVRE INSUFICIENTE - DISPONIVEL R$ '
                   WS-VL-DISP
               MOVE 0001 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-VIN-VALOR TO WS-VL-DISP
           DISPLAY 'Vincular R$ ' WS-VL-DISP ' da conta '
               WS-VIN-DEPOS-CONTA ' a favor da conta '
               WS-VIN-BENEF-CONTA '? (S/N): '
           ACCEPT WS-VIN-CONFIRMA
           IF WS-VIN-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-ESC-PROX-ID
           MOVE WS-ESC-PROX-ID TO ESC-ID
           MOVE WS-VIN-DEPOS-CONTA TO ESC-CONTA
           MOVE WS-VIN-BENEF-CONTA TO ESC-CONTA-BENEF
           MOVE WS-VIN-DEPOS-NOME TO ESC-DEPOS-NOME
           MOVE WS-VIN-DEPOS-DOC TO ESC-DEPOS-DOC
           MOVE WS-VIN-BENEF-NOME TO ESC-BENEF-NOME
           MOVE WS-VIN-BENEF-DOC TO ESC-BENEF-DOC
           MOVE WS-VIN-FINALIDADE TO ESC-FINALIDADE
           MOVE WS-VIN-CONDICOES TO ESC-CONDICOES
           MOVE WS-DATA-MOVIMENTO TO ESC-DT-CONSTITUICAO
               ESC-DT-SITUACAO
           MOVE WS-VIN-VALIDADE TO ESC-DT-VALIDADE
           MOVE WS-VIN-VALOR TO ESC-VALOR-ORIGINAL ESC-VALOR-RETIDO
           MOVE ZEROS TO ESC-VALOR-LIBERADO ESC-LIB-VALOR
               ESC-LIB-DT-PEDIDO ESC-QTD-MOV
           MOVE SPACES TO ESC-LIB-DESTINO ESC-PROCESSO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
      *    O primeiro extrato sai no mes seguinte ao da constituicao.
           MOVE WS-DATA-MOVIMENTO(1:6) TO ESC-MES-EXTRATO
           MOVE 'A' TO ESC-SITUACAO
           MOVE LS-OPERADOR TO ESC-OPERADOR
           MOVE 'C' TO WS-MOV-TIPO
           MOVE WS-VIN-VALOR TO WS-MOV-VALOR
           MOVE ESC-CONTA TO WS-MOV-DESTINO
           MOVE LS-OPERADOR TO WS-MOV-REFERENCIA
           PERFORM 9200-GRAVAR-MOVIMENTO
           WRITE REG-VINCULADA
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Conta vinculada ' DELIMITED SIZE
                  ESC-ID             DELIMITED SIZE
                  ' constituida - R$ ' DELIMITED SIZE
                  WS-VL-DISP         DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           PERFORM 9300-NOTIFICAR-PARTES
           DISPLAY 'CONTA VINCULADA ' ESC-ID ' CONSTITUIDA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-LER-CONTA-PARTE.
           MOVE WS-VIN-CONTA-INF TO ESCC-CONTA-NUM
           READ ARQCONTAS KEY IS ESCC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
           ELSE
               IF ESCC-CONTA-STATUS NOT = 'A'
                   DISPLAY 'CONTA INATIVA'
                   MOVE 0004 TO LS-CODIGO
               ELSE
                   MOVE 0 TO LS-CODIGO
               END-IF
           END-IF.

       2200-CALCULAR-DISPONIVEL.
      *    Saldo livre = saldo - bloqueios ativos - vinculadas ativas
      *    ja constituidas na mesma conta - caixinhas (BANKCXS).
           MOVE WS-VIN-DEPOS-CONTA TO ESCC-CONTA-NUM
           READ ARQCONTAS KEY IS ESCC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           MOVE ZEROS TO WS-VIN-BLOQUEADO WS-VIN-JA-VINCULADO
           MOVE WS-VIN-DEPOS-CONTA TO BLQ-CONTA
           START ARQBLOQ KEY IS = BLQ-CONTA
               INVALID KEY MOVE '10' TO FS-BLOQ
           END-START
           PERFORM UNTIL FS-BLQ-EOF
               READ ARQBLOQ NEXT
                   AT END MOVE '10' TO FS-BLOQ
               END-READ
               IF NOT FS-BLQ-EOF
                   IF BLQ-CONTA NOT = WS-VIN-DEPOS-CONTA
                       MOVE '10' TO FS-BLOQ
                   ELSE
                       IF BLQ-ATIVO
                          AND (BLQ-DT-VALIDADE = ZEROS
                               OR BLQ-DT-VALIDADE >= WS-DATA-HOJE)
                           ADD BLQ-VALOR TO WS-VIN-BLOQUEADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BLOQ
           MOVE WS-VIN-DEPOS-CONTA TO ESC-CONTA
           START ARQVINCULADA KEY IS = ESC-CONTA
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-CONTA NOT = WS-VIN-DEPOS-CONTA
                       MOVE '10' TO FS-VINCULADA
                   ELSE
                       IF ESC-ATIVA
                          AND ESC-DT-VALIDADE >= WS-DATA-MOVIMENTO
                           ADD ESC-VALOR-RETIDO TO WS-VIN-JA-VINCULADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULADA
           MOVE 'S' TO WS-CXSSRV-MODO
           MOVE WS-VIN-DEPOS-CONTA TO WS-CXSSRV-CONTA
           CALL 'BANKCXS' USING WS-CHAMADA-CAIXINHA
           IF WS-CXSSRV-CODIGO = ZEROS
               ADD WS-CXSSRV-VALOR TO WS-VIN-BLOQUEADO
           END-IF
           COMPUTE WS-VIN-DISPONIVEL = ESCC-CONTA-SALDO
               - WS-VIN-BLOQUEADO - WS-VIN-JA-VINCULADO.

      *================================================================
       3000-CONSULTAR SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Numero da conta vinculada: '
           ACCEPT WS-VIN-ID
           PERFORM 3100-LER-VINCULADA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'VINCULADA ' ESC-ID ' SITUACAO ' ESC-SITUACAO
               ' FINALIDADE ' ESC-FINALIDADE
           DISPLAY 'DEPOSITANTE  ' ESC-CONTA ' ' ESC-DEPOS-NOME
           DISPLAY 'BENEFICIARIO ' ESC-CONTA-BENEF ' '
               ESC-BENEF-NOME
           DISPLAY 'CONDICOES: ' ESC-CONDICOES
           DISPLAY 'CONSTITUIDA EM ' ESC-DT-CONSTITUICAO
               ' VENCIMENTO ' ESC-DT-VALIDADE
           MOVE ESC-VALOR-ORIGINAL TO WS-VL-DISP
           MOVE ESC-VALOR-RETIDO TO WS-VL-DISP2
           DISPLAY 'ORIGINAL R$ ' WS-VL-DISP ' RETIDO R$ ' WS-VL-DISP2
           MOVE ESC-VALOR-LIBERADO TO WS-VL-DISP
           DISPLAY 'LIBERADO R$ ' WS-VL-DISP
           IF ESC-LIB-VALOR > ZEROS
               MOVE ESC-LIB-VALOR TO WS-VL-DISP
               DISPLAY 'PEDIDO DE LIBERACAO R$ ' WS-VL-DISP
                   ' DESTINO ' ESC-LIB-DESTINO ' DE '
                   ESC-LIB-DT-PEDIDO
               DISPLAY '   CONFIRMACOES - DEPOSITANTE: '
                   ESC-CONF-DEPOS ' BENEFICIARIO: ' ESC-CONF-BENEF
           END-IF
           IF ESC-PROCESSO NOT = SPACES
               DISPLAY 'PROCESSO JUDICIAL: ' ESC-PROCESSO
           END-IF
           DISPLAY 'DATA     MOVIMENTO             VALOR'
               '         RETIDO APOS'
           MOVE ESC-ID TO MOV-ESC-ID
           MOVE ZEROS TO MOV-SEQ
           START ARQMOVVINC KEY IS >= MOV-CHAVE
               INVALID KEY MOVE '10' TO FS-MOVVINC
           END-START
           PERFORM UNTIL FS-MOV-EOF
               READ ARQMOVVINC NEXT
                   AT END MOVE '10' TO FS-MOVVINC
               END-READ
               IF NOT FS-MOV-EOF
                   IF MOV-ESC-ID NOT = ESC-ID
                       MOVE '10' TO FS-MOVVINC
                   ELSE
                       PERFORM 3200-DESCREVER-MOVIMENTO
                       MOVE MOV-VALOR TO WS-VL-DISP
                       MOVE MOV-SALDO-RETIDO TO WS-VL-DISP2
                       DISPLAY MOV-DATA ' ' WS-MOV-DESCRICAO ' '
                           WS-VL-DISP ' ' WS-VL-DISP2
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVVINC
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-LER-VINCULADA.
           MOVE WS-VIN-ID TO ESC-ID
           READ ARQVINCULADA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-ESC-OK
               DISPLAY 'CONTA VINCULADA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
           END-IF.

       3200-DESCREVER-MOVIMENTO.
           EVALUATE TRUE
               WHEN MOV-CONSTITUICAO
                   MOVE 'CONSTITUICAO' TO WS-MOV-DESCRICAO
               WHEN MOV-LIBERACAO
                   MOVE 'LIBERACAO' TO WS-MOV-DESCRICAO
               WHEN MOV-JUDICIAL
                   MOVE 'ORDEM JUDIC.' TO WS-MOV-DESCRICAO
               WHEN MOV-VENCIMENTO
                   MOVE 'VENCIMENTO' TO WS-MOV-DESCRICAO
               WHEN OTHER
                   MOVE MOV-TIPO TO WS-MOV-DESCRICAO
           END-EVALUATE.

      *================================================================
       3500-VINCULADAS-DA-CONTA SECTION.
      *================================================================
       3500-INICIO.
      *    Lista as vinculadas em que a conta e depositante e depois
      *    aquelas em que e beneficiaria.
           DISPLAY 'Conta: '
           ACCEPT WS-VIN-CONTA-INF
           MOVE ZEROS TO WS-VIN-QTD
           MOVE WS-VIN-CONTA-INF TO ESC-CONTA
           START ARQVINCULADA KEY IS = ESC-CONTA
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-CONTA NOT = WS-VIN-CONTA-INF
                       MOVE '10' TO FS-VINCULADA
                   ELSE
                       MOVE 'DEPOSITANTE  ' TO WS-EXT-PAPEL
                       PERFORM 3550-EXIBIR-RESUMO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULADA
           MOVE WS-VIN-CONTA-INF TO ESC-CONTA-BENEF
           START ARQVINCULADA KEY IS = ESC-CONTA-BENEF
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-CONTA-BENEF NOT = WS-VIN-CONTA-INF
                       MOVE '10' TO FS-VINCULADA
                   ELSE
                       MOVE 'BENEFICIARIO ' TO WS-EXT-PAPEL
                       PERFORM 3550-EXIBIR-RESUMO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULADA
           IF WS-VIN-QTD = ZEROS
               DISPLAY 'NENHUMA CONTA VINCULADA PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3550-EXIBIR-RESUMO.
           ADD 1 TO WS-VIN-QTD
           MOVE ESC-VALOR-RETIDO TO WS-VL-DISP
           DISPLAY 'VINCULADA ' ESC-ID ' ' WS-EXT-PAPEL ' SIT '
               ESC-SITUACAO ' VENCTO ' ESC-DT-VALIDADE
               ' RETIDO R$ ' WS-VL-DISP.

      *================================================================
       4000-SOLICITAR-LIBERACAO SECTION.
      *================================================================
       4000-INICIO.
      *    Um pedido por vez: novo pedido substitui o anterior e
      *    zera as confirmacoes ja dadas.
           DISPLAY 'Numero da conta vinculada: '
           ACCEPT WS-VIN-ID
           PERFORM 3100-LER-VINCULADA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT ESC-ATIVA
               DISPLAY 'CONTA VINCULADA ENCERRADA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF ESC-DT-VALIDADE < WS-DATA-MOVIMENTO
               DISPLAY 'CONTA VINCULADA VENCIDA - AGUARDA DEVOLUCAO '
                   'AO DEPOSITANTE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CONDICOES: ' ESC-CONDICOES
           MOVE ESC-VALOR-RETIDO TO WS-VL-DISP
           DISPLAY 'RETIDO R$ ' WS-VL-DISP
           DISPLAY 'Valor a liberar (0 = todo o retido): R$ '
           ACCEPT WS-VIN-VALOR
           IF WS-VIN-VALOR = ZEROS
               MOVE ESC-VALOR-RETIDO TO WS-VIN-VALOR
           END-IF
           IF WS-VIN-VALOR < ZEROS
              OR WS-VIN-VALOR > ESC-VALOR-RETIDO
               DISPLAY 'VALOR INVALIDO OU ACIMA DO RETIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Destino (B beneficiario, D devolver ao '
               'depositante): '
           ACCEPT WS-VIN-DESTINO
           IF WS-VIN-DESTINO NOT = 'B' AND NOT = 'D'
               DISPLAY 'DESTINO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-VIN-VALOR TO ESC-LIB-VALOR
           MOVE WS-VIN-DESTINO TO ESC-LIB-DESTINO
           MOVE WS-DATA-MOVIMENTO TO ESC-LIB-DT-PEDIDO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
           REWRITE REG-VINCULADA
           MOVE WS-VIN-VALOR TO WS-VL-DISP
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Vinculada ' DELIMITED SIZE
                  ESC-ID       DELIMITED SIZE
                  ' - liberacao de R$ ' DELIMITED SIZE
                  WS-VL-DISP   DELIMITED SIZE
                  ' aguarda sua confirmacao' DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           PERFORM 9300-NOTIFICAR-PARTES
           DISPLAY 'PEDIDO REGISTRADO - AGUARDA CONFIRMACAO DAS PARTES'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4500-CONFIRMAR-LIBERACAO SECTION.
      *================================================================
       4500-INICIO.
      *    Cada parte confirma com a senha da propria conta; com as
      *    duas confirmacoes a liberacao e executada na hora.
           DISPLAY 'Numero da conta vinculada: '
           ACCEPT WS-VIN-ID
           PERFORM 3100-LER-VINCULADA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT ESC-ATIVA OR ESC-LIB-VALOR = ZEROS
               DISPLAY 'NAO HA PEDIDO DE LIBERACAO PENDENTE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF ESC-DT-VALIDADE < WS-DATA-MOVIMENTO
               DISPLAY 'CONTA VINCULADA VENCIDA - AGUARDA DEVOLUCAO '
                   'AO DEPOSITANTE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ESC-LIB-VALOR TO WS-VL-DISP
           DISPLAY 'CONDICOES: ' ESC-CONDICOES
           DISPLAY 'LIBERACAO DE R$ ' WS-VL-DISP ' DESTINO '
               ESC-LIB-DESTINO
           DISPLAY 'Parte que confirma (D depositante, '
               'B beneficiario): '
           ACCEPT WS-VIN-PARTE
           EVALUATE TRUE
               WHEN VIN-PARTE-DEPOS
                   MOVE ESC-CONTA TO ESCC-CONTA-NUM
               WHEN VIN-PARTE-BENEF
                   MOVE ESC-CONTA-BENEF TO ESCC-CONTA-NUM
               WHEN OTHER
                   DISPLAY 'PARTE INVALIDA'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-EVALUATE
           READ ARQCONTAS KEY IS ESCC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA DA PARTE NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Senha da conta ' ESCC-CONTA-NUM ': '
           ACCEPT WS-SENHA-INFORMADA
           PERFORM 4550-CALCULAR-HASH-SENHA
           IF WS-SENHA-DIGITADA NOT = ESCC-CONTA-SENHA-HASH
               DISPLAY 'SENHA INVALIDA - CONFIRMACAO RECUSADA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF VIN-PARTE-DEPOS
               MOVE 'S' TO ESC-CONF-DEPOS
           ELSE
               MOVE 'S' TO ESC-CONF-BENEF
           END-IF
           IF ESC-DEPOS-CONFIRMOU AND ESC-BENEF-CONFIRMOU
               PERFORM 4600-EXECUTAR-LIBERACAO
           ELSE
               REWRITE REG-VINCULADA
               DISPLAY 'CONFIRMACAO REGISTRADA - AGUARDA A OUTRA PARTE'
               MOVE 0 TO LS-CODIGO
           END-IF
           EXIT SECTION.

       4550-CALCULAR-HASH-SENHA.
      *    Checksum posicional - mesma tecnica de digito verificador
      *    ja usada em BANKACCT e em BANKTRF para senha de conta.
           MOVE ZEROS TO WS-HASH-ACUM
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 20
               COMPUTE WS-HASH-ACUM = WS-HASH-ACUM +
                   (FUNCTION ORD(WS-SENHA-INFORMADA(WS-HASH-IDX:1)) *
                    WS-HASH-IDX)
           END-PERFORM
           MOVE SPACES TO WS-SENHA-DIGITADA
           MOVE WS-HASH-ACUM TO WS-SENHA-DIGITADA(1:8).

       4600-EXECUTAR-LIBERACAO.
      *    Ao beneficiario: transferencia da conta do depositante.
      *    Ao depositante: o valor apenas deixa de ficar retido.
           IF ESC-LIB-AO-BENEF
               MOVE 'L' TO WS-LCKSRV-FUNCAO
               MOVE 'BANKACCT.DAT' TO WS-LCKSRV-ARQUIVO
               MOVE ESC-CONTA TO WS-LCKSRV-CHAVE
               CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
               IF TRAVA-OCUPADA
                   DISPLAY 'CONTA DO DEPOSITANTE EM USO - CONFIRMACAO '
                       'REGISTRADA, REPITA PARA EXECUTAR'
                   REWRITE REG-VINCULADA
                   MOVE 0004 TO LS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               MOVE ESC-CONTA TO WS-TRN-ORIGEM
               MOVE ESC-CONTA-BENEF TO WS-TRN-DESTINO
               MOVE ESC-LIB-VALOR TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'Liberacao de conta vinculada ' DELIMITED SIZE
                      ESC-ID                          DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-TRANSFERIR-ENTRE-CONTAS
               MOVE 'U' TO WS-LCKSRV-FUNCAO
               CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
               MOVE ESC-CONTA-BENEF TO WS-MOV-DESTINO
           ELSE
               MOVE ESC-CONTA TO WS-MOV-DESTINO
           END-IF
           SUBTRACT ESC-LIB-VALOR FROM ESC-VALOR-RETIDO
           ADD ESC-LIB-VALOR TO ESC-VALOR-LIBERADO
           MOVE 'L' TO WS-MOV-TIPO
           MOVE ESC-LIB-VALOR TO WS-MOV-VALOR
           MOVE LS-OPERADOR TO WS-MOV-REFERENCIA
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE ESC-LIB-VALOR TO WS-VL-DISP
           MOVE ZEROS TO ESC-LIB-VALOR ESC-LIB-DT-PEDIDO
           MOVE SPACES TO ESC-LIB-DESTINO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
           IF ESC-VALOR-RETIDO = ZEROS
               MOVE 'L' TO ESC-SITUACAO
               MOVE WS-DATA-MOVIMENTO TO ESC-DT-SITUACAO
           END-IF
           REWRITE REG-VINCULADA
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Vinculada ' DELIMITED SIZE
                  ESC-ID       DELIMITED SIZE
                  ' - liberados R$ ' DELIMITED SIZE
                  WS-VL-DISP   DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           PERFORM 9300-NOTIFICAR-PARTES
           DISPLAY 'LIBERACAO EXECUTADA - R$ ' WS-VL-DISP
           MOVE 0 TO LS-CODIGO.

      *================================================================
       4800-CANCELAR-PEDIDO SECTION.
      *================================================================
       4800-INICIO.
           DISPLAY 'Numero da conta vinculada: '
           ACCEPT WS-VIN-ID
           PERFORM 3100-LER-VINCULADA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF ESC-LIB-VALOR = ZEROS
               DISPLAY 'NAO HA PEDIDO DE LIBERACAO PENDENTE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO ESC-LIB-VALOR ESC-LIB-DT-PEDIDO
           MOVE SPACES TO ESC-LIB-DESTINO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
           REWRITE REG-VINCULADA
           DISPLAY 'PEDIDO DE LIBERACAO CANCELADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-PROCESSAR-VENCIMENTOS SECTION.
      *================================================================
       5000-INICIO.
      *    Vinculada ativa vencida sem liberacao: o retido volta a
      *    ficar livre na conta do depositante.
           DISPLAY '--- CONTAS VINCULADAS - VENCIMENTOS ---'
           MOVE ZEROS TO WS-LOT-QTD-VENCIDAS
           MOVE ZEROS TO ESC-ID
           START ARQVINCULADA KEY IS >= ESC-ID
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-ATIVA
                      AND ESC-DT-VALIDADE < WS-DATA-MOVIMENTO
                       PERFORM 5100-VENCER-VINCULADA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULADA
           DISPLAY 'VINCULADAS VENCIDAS: ' WS-LOT-QTD-VENCIDAS
           EXIT SECTION.

       5100-VENCER-VINCULADA.
           ADD 1 TO WS-LOT-QTD-VENCIDAS
           MOVE 'V' TO WS-MOV-TIPO
           MOVE ESC-VALOR-RETIDO TO WS-MOV-VALOR WS-VL-DISP
           MOVE ESC-CONTA TO WS-MOV-DESTINO
           MOVE 'VENCIMENTO' TO WS-MOV-REFERENCIA
           ADD ESC-VALOR-RETIDO TO ESC-VALOR-LIBERADO
           MOVE ZEROS TO ESC-VALOR-RETIDO ESC-LIB-VALOR
               ESC-LIB-DT-PEDIDO
           MOVE SPACES TO ESC-LIB-DESTINO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE 'V' TO ESC-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO ESC-DT-SITUACAO
           REWRITE REG-VINCULADA
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Vinculada ' DELIMITED SIZE
                  ESC-ID       DELIMITED SIZE
                  ' vencida - R$ ' DELIMITED SIZE
                  WS-VL-DISP   DELIMITED SIZE
                  ' devolvidos ao depositante' DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           PERFORM 9300-NOTIFICAR-PARTES.

      *================================================================
       6000-EXTRATO-MENSAL SECTION.
      *================================================================
       6000-INICIO.
      *    Na primeira execucao do mes, cada vinculada ativa (ou
      *    encerrada no mes anterior) gera o extrato de posicao do
      *    mes anterior, uma via por parte.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-EXT-MES-ATUAL
           MOVE WS-DATA-MOVIMENTO(1:4) TO WS-EXT-ANO
           MOVE WS-DATA-MOVIMENTO(5:2) TO WS-EXT-MES
           IF WS-EXT-MES = 1
               SUBTRACT 1 FROM WS-EXT-ANO
               MOVE 12 TO WS-EXT-MES
           ELSE
               SUBTRACT 1 FROM WS-EXT-MES
           END-IF
           COMPUTE WS-EXT-MES-REF = WS-EXT-ANO * 100 + WS-EXT-MES
           MOVE ZEROS TO WS-LOT-QTD-EXTRATOS
           OPEN EXTEND ARQEXTRATO
           IF FS-EXTRATO = '35'
               OPEN OUTPUT ARQEXTRATO
           END-IF
           MOVE ZEROS TO ESC-ID
           START ARQVINCULADA KEY IS >= ESC-ID
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-MES-EXTRATO < WS-EXT-MES-ATUAL
                      AND (ESC-ATIVA
                           OR ESC-DT-SITUACAO(1:6) >= WS-EXT-MES-REF)
                       PERFORM 6100-EMITIR-EXTRATO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULADA
           CLOSE ARQEXTRATO
           DISPLAY 'EXTRATOS DE VINCULADAS EMITIDOS: '
               WS-LOT-QTD-EXTRATOS
           EXIT SECTION.

       6100-EMITIR-EXTRATO.
           PERFORM 6200-APURAR-SALDOS
           MOVE 'DEPOSITANTE  ' TO WS-EXT-PAPEL
           MOVE ESC-CONTA TO WS-EXT-CONTA
           MOVE ESC-DEPOS-NOME TO WS-EXT-NOME
           PERFORM 6300-GRAVAR-VIA
           MOVE 'BENEFICIARIO ' TO WS-EXT-PAPEL
           MOVE ESC-CONTA-BENEF TO WS-EXT-CONTA
           MOVE ESC-BENEF-NOME TO WS-EXT-NOME
           PERFORM 6300-GRAVAR-VIA
           MOVE WS-EXT-MES-ATUAL TO ESC-MES-EXTRATO
           REWRITE REG-VINCULADA
           MOVE WS-EXT-SALDO-FINAL TO WS-VL-DISP
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Extrato da vinculada ' DELIMITED SIZE
                  ESC-ID                  DELIMITED SIZE
                  ' ref. '                DELIMITED SIZE
                  WS-EXT-MES-REF          DELIMITED SIZE
                  ' - retido R$ '         DELIMITED SIZE
                  WS-VL-DISP              DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           PERFORM 9300-NOTIFICAR-PARTES
           ADD 1 TO WS-LOT-QTD-EXTRATOS.

       6200-APURAR-SALDOS.
      *    Retido no inicio e no fim do mes de referencia, pelo
      *    saldo apos o ultimo movimento de cada corte.
           MOVE ZEROS TO WS-EXT-SALDO-INICIAL WS-EXT-SALDO-FINAL
           MOVE ESC-ID TO MOV-ESC-ID
           MOVE ZEROS TO MOV-SEQ
           START ARQMOVVINC KEY IS >= MOV-CHAVE
               INVALID KEY MOVE '10' TO FS-MOVVINC
           END-START
           PERFORM UNTIL FS-MOV-EOF
               READ ARQMOVVINC NEXT
                   AT END MOVE '10' TO FS-MOVVINC
               END-READ
               IF NOT FS-MOV-EOF
                   IF MOV-ESC-ID NOT = ESC-ID
                      OR MOV-DATA(1:6) > WS-EXT-MES-REF
                       MOVE '10' TO FS-MOVVINC
                   ELSE
                       IF MOV-DATA(1:6) < WS-EXT-MES-REF
                           MOVE MOV-SALDO-RETIDO
                               TO WS-EXT-SALDO-INICIAL
                       END-IF
                       MOVE MOV-SALDO-RETIDO TO WS-EXT-SALDO-FINAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVVINC.

       6300-GRAVAR-VIA.
           MOVE SPACES TO WS-EXT-LINHA
           STRING 'EXTRATO CONTA VINCULADA ' DELIMITED SIZE
                  ESC-ID                     DELIMITED SIZE
                  ' REF '                    DELIMITED SIZE
                  WS-EXT-MES-REF             DELIMITED SIZE
                  ' - '                      DELIMITED SIZE
                  WS-EXT-PAPEL               DELIMITED SIZE
                  WS-EXT-CONTA               DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  WS-EXT-NOME                DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA
           MOVE SPACES TO WS-EXT-LINHA
           STRING '  DEPOSITANTE '  DELIMITED SIZE
                  ESC-CONTA         DELIMITED SIZE
                  ' BENEFICIARIO '  DELIMITED SIZE
                  ESC-CONTA-BENEF   DELIMITED SIZE
                  ' SITUACAO '      DELIMITED SIZE
                  ESC-SITUACAO      DELIMITED SIZE
                  ' VENCIMENTO '    DELIMITED SIZE
                  ESC-DT-VALIDADE   DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA
           MOVE SPACES TO WS-EXT-LINHA
           STRING '  CONDICOES: '        DELIMITED SIZE
                  ESC-CONDICOES(1:110)   DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA
           MOVE WS-EXT-SALDO-INICIAL TO WS-VL-DISP
           MOVE SPACES TO WS-EXT-LINHA
           STRING '  RETIDO NO INICIO DO MES R$ ' DELIMITED SIZE
                  WS-VL-DISP                      DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA
           MOVE ESC-ID TO MOV-ESC-ID
           MOVE ZEROS TO MOV-SEQ
           START ARQMOVVINC KEY IS >= MOV-CHAVE
               INVALID KEY MOVE '10' TO FS-MOVVINC
           END-START
           PERFORM UNTIL FS-MOV-EOF
               READ ARQMOVVINC NEXT
                   AT END MOVE '10' TO FS-MOVVINC
               END-READ
               IF NOT FS-MOV-EOF
                   IF MOV-ESC-ID NOT = ESC-ID
                      OR MOV-DATA(1:6) > WS-EXT-MES-REF
                       MOVE '10' TO FS-MOVVINC
                   ELSE
                       IF MOV-DATA(1:6) = WS-EXT-MES-REF
                           PERFORM 6350-GRAVAR-LINHA-MOVIMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVVINC
           MOVE WS-EXT-SALDO-FINAL TO WS-VL-DISP
           MOVE SPACES TO WS-EXT-LINHA
           STRING '  RETIDO NO FIM DO MES R$ ' DELIMITED SIZE
                  WS-VL-DISP                   DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA.

       6350-GRAVAR-LINHA-MOVIMENTO.
           PERFORM 3200-DESCREVER-MOVIMENTO
           MOVE MOV-VALOR TO WS-VL-DISP
           MOVE MOV-SALDO-RETIDO TO WS-VL-DISP2
           MOVE SPACES TO WS-EXT-LINHA
           STRING '  '              DELIMITED SIZE
                  MOV-DATA          DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-MOV-DESCRICAO  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-VL-DISP        DELIMITED SIZE
                  ' DESTINO '       DELIMITED SIZE
                  MOV-CONTA-DESTINO DELIMITED SIZE
                  ' RETIDO '        DELIMITED SIZE
                  WS-VL-DISP2       DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  MOV-REFERENCIA    DELIMITED SIZE
               INTO WS-EXT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-EXT-LINHA.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-TRANSFERIR-ENTRE-CONTAS.
      *    O retido ja esta na conta do depositante; a liberacao nao
      *    passa pelo disponivel nem pelos limites de transferencia.
           MOVE WS-TRN-ORIGEM TO ESCC-CONTA-NUM
           READ ARQCONTAS KEY IS ESCC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           SUBTRACT WS-TRN-VALOR FROM ESCC-CONTA-SALDO
           MOVE WS-DATA-HOJE TO ESCC-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE WS-TRN-DESTINO TO ESCC-CONTA-NUM
           READ ARQCONTAS KEY IS ESCC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               ADD WS-TRN-VALOR TO ESCC-CONTA-SALDO
               MOVE WS-DATA-HOJE TO ESCC-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
           END-IF
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO ESCC-TRANS-ID
           MOVE WS-TRN-ORIGEM TO ESCC-TRANS-CONTA-ORG
           MOVE WS-TRN-DESTINO TO ESCC-TRANS-CONTA-DEST
           MOVE 'TRF' TO ESCC-TRANS-TIPO
           MOVE WS-TRN-VALOR TO ESCC-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO ESCC-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO ESCC-TRANS-HORA
           MOVE WS-TRN-HISTORICO TO ESCC-TRANS-DESCRICAO
           MOVE 'E' TO ESCC-TRANS-STATUS
           COMPUTE ESCC-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'VINCULADA' TO ESCC-TRANS-CANAL
           MOVE 'BRL' TO ESCC-TRANS-MOEDA
           WRITE REG-TRANS.

       9200-GRAVAR-MOVIMENTO.
      *    Movimento gravado com o retido ja atualizado no registro
      *    da vinculada (o chamador regrava a vinculada).
           ADD 1 TO ESC-QTD-MOV
           MOVE ESC-ID TO MOV-ESC-ID
           MOVE ESC-QTD-MOV TO MOV-SEQ
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-VALOR TO MOV-VALOR
           MOVE WS-MOV-DESTINO TO MOV-CONTA-DESTINO
           MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA
           MOVE ESC-VALOR-RETIDO TO MOV-SALDO-RETIDO
           WRITE REG-MOVVINC.

       9300-NOTIFICAR-PARTES.
           MOVE 'ESC' TO WS-NOT-EVENTO
           MOVE ESC-CONTA TO WS-NOT-CONTA
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           MOVE ESC-CONTA-BENEF TO WS-NOT-CONTA
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
