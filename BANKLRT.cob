      *================================================================
      * BANKLRT.COB - Lancamento Retroativo (Data-Valor no Passado)
      * Sistema Bancario COBOL
      * Credito que chegou atrasado a conta do cliente - tipicamente
      * o credito de interface retido na conta transitoria (BANKSUS)
      * ou regularizado dias depois - passa a valer na data em que
      * deveria ter entrado. O lancamento retroativo e registrado
      * sobre um credito ja efetivado (origem 'T', transacao de
      * BANKTRAN.DAT) ou sobre um item em aberto da transitoria
      * (origem 'S', creditado na propria efetivacao, com a mesma
      * contabilizacao 49930 x 41111 do BANKPDR), com a data efetiva
      * no passado (limite em dias de BANKCFG.DAT).
      * O recalculo refaz os saldos diarios da conta em BANKSNAP.DAT
      * da data efetiva ate a vespera da entrada real do valor,
      * e reavalia, com a mesma regra do 8700-COBRAR-JUROS-CHEQUE-ESP
      * do BANKACCT (saldo devedor da vespera da cobranca, dias
      * consecutivos em negativo limitados a 30, taxa mensal do
      * cheque especial) e o IOF do motor BANKIOF, cada cobranca de
      * juros e IOF do cheque especial lancada depois da data
      * efetiva. A diferenca entre o calculado sobre os saldos
      * originais e sobre os recalculados (limitada ao efetivamente
      * cobrado) volta ao cliente numa unica devolucao DEV, com o
      * razao estornando a receita (71100) e o IOF a recolher
      * (49410). O aging de saldo negativo em BANKNEGAGE.DAT e
      * refeito a partir da serie recalculada.
      * Dupla custodia: o operador registra (funcao MOVIMENTAR) e um
      * supervisor diferente, gerente ativo, autentica-se e precisa
      * da funcao RETROATIVO na matriz de permissoes (BANKPRM, com a
      * conta da operacao - vedada em conta propria ou de parente);
      * so entao o recalculo e refeito e efetivado. O extrato
      * detalhado do recalculo vai para BANKLRT.TXT e o cliente e
      * avisado pela fila de notificacoes; registro, efetivacao e
      * rejeicao vao para a trilha BANKAUD.
      * Lancamentos em BANKLRT.DAT; situacoes: P pendente de
      * aprovacao, E efetivado, R rejeitado.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLRT.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLANCRET ASSIGN TO 'BANKLRT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRT-ID
               FILE STATUS IS FS-LANCRET.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRT-CTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRT-TRN-ID
               ALTERNATE RECORD KEY IS LRT-TRN-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LRT-TRN-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQSNAP ASSIGN TO 'BANKSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS FS-SNAP.

           SELECT ARQNEGAGE ASSIGN TO 'BANKNEGAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CONTA-NUM
               FILE STATUS IS FS-NEGAGE.

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

           SELECT ARQUSUARIOS ASSIGN TO 'BANKUSR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRT-USR-ID
               FILE STATUS IS FS-USUARIOS.

           SELECT ARQEXTRATO ASSIGN TO 'BANKLRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Lancamento retroativo: credito, data efetiva e resultado
      *    do recalculo efetivado.
       FD  ARQLANCRET.
       01  REG-LANCRET.
           05  LRT-ID                PIC 9(10).
           05  LRT-CONTA             PIC 9(10).
           05  LRT-ORIGEM            PIC X(1).
               88  LRT-ORIGEM-TRANS  VALUE 'T'.
               88  LRT-ORIGEM-TRANSIT VALUE 'S'.
           05  LRT-REFERENCIA        PIC 9(15).
           05  LRT-VALOR             PIC S9(13)V99 COMP-3.
           05  LRT-DT-EFETIVA        PIC 9(8).
           05  LRT-DT-ENTRADA        PIC 9(8).
           05  LRT-HISTORICO         PIC X(40).
           05  LRT-SITUACAO          PIC X(1).
               88  LRT-PENDENTE      VALUE 'P'.
               88  LRT-EFETIVADO     VALUE 'E'.
               88  LRT-REJEITADO     VALUE 'R'.
           05  LRT-SOLICITANTE       PIC X(20).
           05  LRT-DT-SOLIC          PIC 9(8).
           05  LRT-HR-SOLIC          PIC 9(6).
           05  LRT-DECISOR           PIC X(20).
           05  LRT-DT-DECISAO        PIC 9(8).
           05  LRT-DIAS-NEG-ORIG     PIC 9(5).
           05  LRT-DIAS-NEG-RECALC   PIC 9(5).
           05  LRT-QTD-SALDOS        PIC 9(5).
           05  LRT-QTD-COBRANCAS     PIC 9(3).
           05  LRT-JUROS-DEVOLV      PIC S9(13)V99 COMP-3.
           05  LRT-IOF-DEVOLV        PIC S9(13)V99 COMP-3.
           05  LRT-TOTAL-DEVOLV      PIC S9(13)V99 COMP-3.
           05  LRT-TRANS-CREDITO     PIC 9(15).
           05  LRT-TRANS-DEVOLUCAO   PIC 9(15).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  LRT-CTA-NUM           PIC 9(10).
           05  LRT-CTA-AGENCIA       PIC 9(4).
           05  LRT-CTA-DIGITO        PIC 9(1).
           05  LRT-CTA-TIPO          PIC X(2).
           05  LRT-CTA-STATUS        PIC X(1).
           05  LRT-CTA-SALDO         PIC S9(13)V99 COMP-3.
           05  LRT-CTA-LIMITE        PIC S9(11)V99 COMP-3.
           05  LRT-CTA-TITULAR       PIC X(60).
           05  LRT-CTA-CPF           PIC X(11).
           05  LRT-CTA-EMAIL         PIC X(80).
           05  LRT-CTA-TELEFONE      PIC X(15).
           05  LRT-CTA-DT-ABERTURA   PIC 9(8).
           05  LRT-CTA-DT-ATUALIZACAO PIC 9(8).
           05  LRT-CTA-SENHA-HASH    PIC X(64).
           05  LRT-CTA-COTIT-NOME    PIC X(60).
           05  LRT-CTA-COTIT-CPF     PIC X(11).
           05  LRT-CTA-CLI-ID        PIC 9(10).
           05  LRT-CTA-MOEDA         PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  LRT-TRN-ID            PIC 9(15).
           05  LRT-TRN-CONTA-ORG     PIC 9(10).
           05  LRT-TRN-CONTA-DEST    PIC 9(10).
           05  LRT-TRN-TIPO          PIC X(3).
           05  LRT-TRN-VALOR         PIC S9(13)V99 COMP-3.
           05  LRT-TRN-DATA          PIC 9(8).
           05  LRT-TRN-HORA          PIC 9(6).
           05  LRT-TRN-DESCRICAO     PIC X(100).
           05  LRT-TRN-STATUS        PIC X(1).
           05  LRT-TRN-NSU           PIC 9(12).
           05  LRT-TRN-CANAL         PIC X(10).
           05  LRT-TRN-MOEDA         PIC X(3).

       FD  ARQSNAP.
       01  REG-SNAPSHOT.
           05  SNP-CHAVE.
               10  SNP-CONTA         PIC 9(10).
               10  SNP-DATA          PIC 9(8).
           05  SNP-SALDO             PIC S9(13)V99 COMP-3.

       FD  ARQNEGAGE.
       01  REG-NEGAGE.
           05  NEG-CONTA-NUM          PIC 9(10).
           05  NEG-DT-PRIMEIRA-NEG    PIC 9(8).
           05  NEG-DIAS-CONSECUTIVOS  PIC 9(5).
           05  NEG-DT-ULTIMA-VERIF    PIC 9(8).

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

       FD  ARQUSUARIOS.
       01  REG-USUARIO.
           05  LRT-USR-ID            PIC X(20).
           05  LRT-USR-NOME          PIC X(40).
           05  LRT-USR-SENHA-HASH    PIC X(64).
           05  LRT-USR-ROLE          PIC X(1).
               88  LRT-USR-GERENTE   VALUE 'M'.
           05  LRT-USR-STATUS        PIC X(1).
               88  LRT-USR-ATIVO     VALUE 'A'.
           05  LRT-USR-DT-TROCA      PIC 9(8).
           05  LRT-USR-HIST-SENHAS.
               10  LRT-USR-HIST-HASH OCCURS 3 TIMES PIC X(64).
           05  LRT-USR-TENTATIVAS    PIC 9(1).
           05  LRT-USR-DT-ULT-LOGON  PIC 9(8).
           05  LRT-USR-HR-ULT-LOGON  PIC 9(6).
           05  LRT-USR-TROCA-OBRIG   PIC X(1).

       FD  ARQEXTRATO.
       01  REG-EXTRATO               PIC X(132).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-LRT-CTRL.
           05  FS-LANCRET           PIC XX.
               88  FS-LRT-OK        VALUE '00'.
               88  FS-LRT-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-SNAP              PIC XX.
               88  FS-SNAP-OK       VALUE '00'.
           05  FS-NEGAGE            PIC XX.
               88  FS-NEGAGE-OK     VALUE '00'.
           05  FS-SUSPENSO          PIC XX.
               88  FS-SUS-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-USUARIOS          PIC XX.
               88  FS-USR-OK        VALUE '00'.
           05  FS-EXTRATO           PIC XX.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

      *    Contas do razao movimentadas na efetivacao.
       01  WS-LRT-CONTAS-RAZAO.
           05  WS-LRT-CTA-TRANSIT   PIC X(8) VALUE '49930   '.
           05  WS-LRT-CTA-DEPOSITO  PIC X(8) VALUE '41111   '.
           05  WS-LRT-CTA-TARIFAS   PIC X(8) VALUE '71100   '.
           05  WS-LRT-CTA-IOF       PIC X(8) VALUE '49410   '.

       01  WS-LANCRET-CTRL.
      *    Taxa de fabrica do cheque especial igual a do BANKACCT;
      *    prazo maximo de retroacao de fabrica em 180 dias (o
      *    parametro de BANKCFG vale ate 365).
           05  WS-LRT-TAXA-JUROS-CE PIC 9(2)V9(6) COMP-3
               VALUE 8,000000.
           05  WS-LRT-PRAZO-DIAS    PIC 9(3) VALUE 180.
           05  WS-LRT-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-LRT-PROX-TRANS    PIC 9(15) VALUE ZEROS.
           05  WS-LRT-PROX-LED      PIC 9(12) VALUE ZEROS.
           05  WS-LRT-ID-INF        PIC 9(10).
           05  WS-LRT-CONTA-INF     PIC 9(10).
           05  WS-LRT-ORIGEM-INF    PIC X(1).
           05  WS-LRT-REF-INF       PIC 9(15).
           05  WS-LRT-DATA-INF      PIC 9(8).
           05  WS-LRT-HIST-INF      PIC X(40).
           05  WS-LRT-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LRT-DT-EFETIVA    PIC 9(8).
           05  WS-LRT-DT-ENTRADA    PIC 9(8).
           05  WS-LRT-DT-LIMITE     PIC 9(8).
           05  WS-LRT-INTERFACE     PIC X(12).
           05  WS-LRT-VALIDO        PIC X(1).
               88  LRT-VALIDO       VALUE 'S'.
           05  WS-LRT-DUPLICADO     PIC X(1).
               88  LRT-DUPLICADO    VALUE 'S'.
           05  WS-LRT-CONFIRMA      PIC X(1).
           05  WS-LRT-DECISAO       PIC X(1).
           05  WS-LRT-SOLICITANTE   PIC X(20).
           05  WS-LRT-DECISOR-INF   PIC X(20).
           05  WS-LRT-AUTORIZADO    PIC X(1).
               88  LRT-AUTORIZADO   VALUE 'S'.
           05  WS-LRT-QTD           PIC 9(5).
           05  WS-LRT-SALDO-FINAL   PIC S9(13)V99 COMP-3.
           05  WS-LRT-INT-DIA       PIC S9(9) COMP-3.
           05  WS-LRT-INT-INICIO    PIC S9(9) COMP-3.
           05  WS-LRT-INT-FIM       PIC S9(9) COMP-3.
           05  WS-LRT-INT-EFETIVA   PIC S9(9) COMP-3.
           05  WS-LRT-INT-ENTRADA   PIC S9(9) COMP-3.
           05  WS-LRT-DT-PRIMEIRA   PIC 9(8).
           05  WS-LRT-DIAS-AGING    PIC 9(5).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-EDIT2          PIC Z(12)9,99-.
           05  WS-VL-EDIT3          PIC Z(12)9,99-.
           05  WS-VL-EDIT4          PIC Z(12)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *    Serie diaria de saldos da conta: 31 dias antes da data
      *    efetiva (base da contagem de dias consecutivos em
      *    negativo) ate a vespera do dia de movimento. Dia sem
      *    foto em BANKSNAP.DAT (fim de semana, feriado) repete o
      *    saldo do dia anterior.
       01  WS-SERIE-SALDOS.
           05  WS-SER-QTD           PIC 9(3) VALUE ZEROS.
           05  WS-SER-IDX           PIC 9(3).
           05  WS-SER-IDX-VOLTA     PIC 9(3).
           05  WS-SER-DIA OCCURS 400 TIMES.
               10  WS-SER-DATA      PIC 9(8).
               10  WS-SER-FOTO      PIC X(1).
               10  WS-SER-ORIG      PIC S9(13)V99 COMP-3.
               10  WS-SER-RECALC    PIC S9(13)V99 COMP-3.

      *    Cobrancas de juros e IOF do cheque especial reavaliadas.
       01  WS-COBRANCAS.
           05  WS-COB-QTD           PIC 9(3) VALUE ZEROS.
           05  WS-COB-IDX           PIC 9(3).
           05  WS-COB-ITEM OCCURS 48 TIMES.
               10  WS-COB-DATA      PIC 9(8).
               10  WS-COB-TIPO      PIC X(3).
               10  WS-COB-TRANS-ID  PIC 9(15).
               10  WS-COB-COBRADO   PIC S9(13)V99 COMP-3.
               10  WS-COB-CALC-ORIG PIC S9(13)V99 COMP-3.
               10  WS-COB-CALC-REC  PIC S9(13)V99 COMP-3.
               10  WS-COB-DEVOLVER  PIC S9(13)V99 COMP-3.

       01  WS-RECALCULO.
           05  WS-REC-DIAS-NEG-ORIG PIC 9(5).
           05  WS-REC-DIAS-NEG-REC  PIC 9(5).
           05  WS-REC-QTD-SALDOS    PIC 9(5).
           05  WS-REC-JUROS-DEVOLV  PIC S9(13)V99 COMP-3.
           05  WS-REC-IOF-DEVOLV    PIC S9(13)V99 COMP-3.
           05  WS-REC-TOTAL-DEVOLV  PIC S9(13)V99 COMP-3.
      *    Base de uma cobranca: saldo devedor e dias em negativo na
      *    vespera, sobre a serie original e sobre a recalculada.
           05  WS-REC-SALDO-DEV     PIC S9(13)V99 COMP-3.
           05  WS-REC-DIAS          PIC 9(5).
           05  WS-REC-VALOR-CALC    PIC S9(13)V99 COMP-3.
           05  WS-REC-SERIE         PIC X(1).
               88  REC-SERIE-ORIGINAL VALUE 'O'.

       01  WS-LANCAMENTO-RAZAO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-TRANS-ID      PIC 9(15).
           05  WS-LAN-AGENCIA       PIC 9(4).

       01  WS-LRT-LINHA             PIC X(132).

       01  WS-SENHA-CTRL.
      *    Autenticacao do supervisor: mesmo checksum posicional do
      *    logon (BANKMAIN) e da administracao de usuarios.
           05  WS-LRT-SENHA         PIC X(20).
           05  WS-LRT-HASH-CALC     PIC X(64).
           05  WS-LRT-HASH-ACUM     PIC 9(8) COMP-3.
           05  WS-LRT-HASH-IDX      PIC 9(2) COMP-3.

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

       01  WS-CHAMADA-IOF.
      *    Area de chamada do motor central de IOF (BANKIOF)
           05  WS-IOFSRV-TIPO       PIC X(1).
           05  WS-IOFSRV-BASE       PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-DIAS       PIC 9(5).
           05  WS-IOFSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

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
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQLANCRET
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQLANCRET
           IF FS-LANCRET = '35'
               OPEN OUTPUT ARQLANCRET
               CLOSE ARQLANCRET
               OPEN I-O ARQLANCRET
           END-IF
           MOVE 9999999999 TO LRT-ID
           START ARQLANCRET KEY IS <= LRT-ID
           IF FS-LRT-OK
               READ ARQLANCRET NEXT
               IF FS-LRT-OK
                   MOVE LRT-ID TO WS-LRT-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-LANCRET.

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
                   IF CFG-TAXA-JUROS-CE > ZEROS
                       MOVE CFG-TAXA-JUROS-CE TO WS-LRT-TAXA-JUROS-CE
                   END-IF
                   IF CFG-LRT-PRAZO-DIAS > ZEROS
                       MOVE CFG-LRT-PRAZO-DIAS TO WS-LRT-PRAZO-DIAS
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF
           IF WS-LRT-PRAZO-DIAS > 365
               MOVE 365 TO WS-LRT-PRAZO-DIAS
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' LANCAMENTO RETROATIVO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Registrar lancamento retroativo'
           DISPLAY ' 02. Revisar pendentes (supervisor)'
           DISPLAY ' 03. Consultar lancamento'
           DISPLAY ' 04. Listar pendentes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 2000-REGISTRAR-LANCAMENTO
                   END-IF
               WHEN '02'
                   PERFORM 4000-REVISAR-PENDENTES
               WHEN '03'
                   PERFORM 6000-CONSULTAR-LANCAMENTO
               WHEN '04'
                   PERFORM 6500-LISTAR-PENDENTES
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
           MOVE ZEROS TO WS-PRM-CONTA
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       1950-IDENTIFICAR-SOLICITANTE.
      *    O solicitante e o operador da sessao; sem sessao (menu
      *    chamado direto), o operador informa o proprio ID.
           IF LS-OPERADOR NOT = SPACES
               MOVE LS-OPERADOR TO WS-LRT-SOLICITANTE
           ELSE
               DISPLAY 'ID DO SOLICITANTE: '
               ACCEPT WS-LRT-SOLICITANTE
           END-IF.

      *================================================================
       2000-REGISTRAR-LANCAMENTO SECTION.
      *================================================================
       2000-INICIO.
           MOVE 0 TO LS-CODIGO
           PERFORM 1950-IDENTIFICAR-SOLICITANTE
           IF WS-LRT-SOLICITANTE = SPACES
               DISPLAY 'SOLICITANTE OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-LRT-CONTA-INF
           OPEN INPUT ARQCONTAS
           MOVE WS-LRT-CONTA-INF TO LRT-CTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           CLOSE ARQCONTAS
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF LRT-CTA-STATUS = 'E'
               DISPLAY 'CONTA ENCERRADA - SEM RECALCULO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'TITULAR: ' LRT-CTA-TITULAR
           DISPLAY 'Origem (T=credito ja lancado / S=item da '
               'conta transitoria): '
           ACCEPT WS-LRT-ORIGEM-INF
           EVALUATE WS-LRT-ORIGEM-INF
               WHEN 'T'
               WHEN 't'
                   MOVE 'T' TO WS-LRT-ORIGEM-INF
                   PERFORM 2100-CONFERIR-CREDITO-LANCADO
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-LRT-ORIGEM-INF
                   PERFORM 2200-CONFERIR-ITEM-TRANSITORIA
               WHEN OTHER
                   DISPLAY 'ORIGEM INVALIDA'
                   MOVE 0003 TO LS-CODIGO
           END-EVALUATE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           PERFORM 2300-CONFERIR-DUPLICIDADE
           IF LRT-DUPLICADO
               DISPLAY 'CREDITO JA TEM LANCAMENTO RETROATIVO '
                   'PENDENTE OU EFETIVADO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-LRT-ORIGEM-INF = 'S'
               DISPLAY 'Data efetiva (AAAAMMDD, 0 = entrada na '
                   'transitoria ' WS-LRT-DT-EFETIVA '): '
           ELSE
               DISPLAY 'Data efetiva (AAAAMMDD): '
           END-IF
           ACCEPT WS-LRT-DATA-INF
           IF WS-LRT-DATA-INF NOT = ZEROS
              OR WS-LRT-ORIGEM-INF = 'T'
               MOVE WS-LRT-DATA-INF TO WS-LRT-DT-EFETIVA
           END-IF
           PERFORM 2400-CONFERIR-DATA-EFETIVA
           IF NOT LRT-VALIDO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Historico: '
           ACCEPT WS-LRT-HIST-INF
           IF WS-LRT-HIST-INF = SPACES
               DISPLAY 'HISTORICO OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Simulacao para o solicitante; o supervisor ve o recalculo
      *    refeito na hora da aprovacao.
           PERFORM 3000-RECALCULAR
           PERFORM 3900-EXIBIR-RECALCULO
           DISPLAY 'Confirma o registro (S/N)? '
           ACCEPT WS-LRT-CONFIRMA
           IF WS-LRT-CONFIRMA NOT = 'S' AND WS-LRT-CONFIRMA NOT = 's'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2900-GRAVAR-SOLICITACAO
           EXIT SECTION.

       2100-CONFERIR-CREDITO-LANCADO.
      *    Credito ja efetivado na conta, recebido de fora dela e
      *    com data posterior a que deveria ter valido.
           DISPLAY 'Nº da transacao de credito: '
           ACCEPT WS-LRT-REF-INF
           OPEN INPUT ARQTRANS
           MOVE WS-LRT-REF-INF TO LRT-TRN-ID
           READ ARQTRANS
               INVALID KEY CONTINUE
           END-READ
           CLOSE ARQTRANS
           IF NOT FS-TRANS-OK
               DISPLAY 'TRANSACAO NAO ENCONTRADA'
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF LRT-TRN-CONTA-DEST NOT = WS-LRT-CONTA-INF
              OR LRT-TRN-CONTA-ORG = WS-LRT-CONTA-INF
              OR LRT-TRN-STATUS NOT = 'E'
               DISPLAY 'TRANSACAO NAO E CREDITO EFETIVADO NA CONTA'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE LRT-TRN-VALOR TO WS-LRT-VALOR
           MOVE LRT-TRN-DATA TO WS-LRT-DT-ENTRADA
           MOVE ZEROS TO WS-LRT-DT-EFETIVA
           MOVE LRT-TRN-VALOR TO WS-VL-EDIT
           DISPLAY 'CREDITO ' LRT-TRN-TIPO ' DE ' LRT-TRN-DATA
               ' R$ ' WS-VL-EDIT ' ' LRT-TRN-DESCRICAO(1:40).

       2200-CONFERIR-ITEM-TRANSITORIA.
      *    Item ainda em aberto (ou escalado) na transitoria: o
      *    credito entra na conta so na efetivacao.
           DISPLAY 'Nº do item da conta transitoria: '
           ACCEPT WS-LRT-REF-INF
           OPEN INPUT ARQSUSPENSO
           IF NOT FS-SUS-OK
               DISPLAY 'CONTA TRANSITORIA SEM ITENS'
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LRT-REF-INF TO SUS-ID
           READ ARQSUSPENSO
               INVALID KEY CONTINUE
           END-READ
           CLOSE ARQSUSPENSO
           IF NOT FS-SUS-OK
               DISPLAY 'ITEM NAO ENCONTRADO'
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF NOT SUS-ABERTO AND NOT SUS-ESCALADO
               DISPLAY 'ITEM JA SOLUCIONADO EM ' SUS-DT-SOLUCAO
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE SUS-VALOR TO WS-LRT-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-LRT-DT-ENTRADA
           MOVE SUS-DT-ENTRADA TO WS-LRT-DT-EFETIVA
           MOVE SUS-VALOR TO WS-VL-EDIT
           DISPLAY 'ITEM ' SUS-ID ' ' SUS-INTERFACE ' MOTIVO '
               SUS-MOTIVO ' DE ' SUS-DT-ENTRADA ' R$ ' WS-VL-EDIT.

       2300-CONFERIR-DUPLICIDADE.
      *    Um credito so pode ser retroagido uma vez: pendente ou
      *    efetivado sobre a mesma origem bloqueia novo registro.
           MOVE 'N' TO WS-LRT-DUPLICADO
           MOVE ZEROS TO LRT-ID
           START ARQLANCRET KEY >= LRT-ID
               INVALID KEY MOVE '10' TO FS-LANCRET
           END-START
           PERFORM UNTIL FS-LRT-EOF OR LRT-DUPLICADO
               READ ARQLANCRET NEXT
                   AT END MOVE '10' TO FS-LANCRET
               END-READ
               IF NOT FS-LRT-EOF
                   IF LRT-ORIGEM = WS-LRT-ORIGEM-INF
                      AND LRT-REFERENCIA = WS-LRT-REF-INF
                      AND NOT LRT-REJEITADO
                       MOVE 'S' TO WS-LRT-DUPLICADO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LANCRET.

       2400-CONFERIR-DATA-EFETIVA.
      *    Data valida, anterior a entrada real do credito e dentro
      *    do prazo maximo de retroacao contado do dia de movimento.
           MOVE 'N' TO WS-LRT-VALIDO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LRT-DT-EFETIVA) NOT = 0
               DISPLAY 'DATA EFETIVA INVALIDA'
               EXIT PARAGRAPH
           END-IF
           IF WS-LRT-DT-EFETIVA >= WS-LRT-DT-ENTRADA
               DISPLAY 'DATA EFETIVA DEVE SER ANTERIOR A ENTRADA DO '
                   'CREDITO (' WS-LRT-DT-ENTRADA ')'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LRT-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - WS-LRT-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-LRT-INT-DIA)
               TO WS-LRT-DT-LIMITE
           IF WS-LRT-DT-EFETIVA < WS-LRT-DT-LIMITE
               DISPLAY 'RETROACAO ALEM DO PRAZO MAXIMO DE '
                   WS-LRT-PRAZO-DIAS ' DIAS (' WS-LRT-DT-LIMITE ')'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-LRT-VALIDO.

       2900-GRAVAR-SOLICITACAO.
           INITIALIZE REG-LANCRET
           ADD 1 TO WS-LRT-PROX-ID
           MOVE WS-LRT-PROX-ID TO LRT-ID
           MOVE WS-LRT-CONTA-INF TO LRT-CONTA
           MOVE WS-LRT-ORIGEM-INF TO LRT-ORIGEM
           MOVE WS-LRT-REF-INF TO LRT-REFERENCIA
           MOVE WS-LRT-VALOR TO LRT-VALOR
           MOVE WS-LRT-DT-EFETIVA TO LRT-DT-EFETIVA
           MOVE WS-LRT-DT-ENTRADA TO LRT-DT-ENTRADA
           MOVE WS-LRT-HIST-INF TO LRT-HISTORICO
           MOVE 'P' TO LRT-SITUACAO
           MOVE WS-LRT-SOLICITANTE TO LRT-SOLICITANTE
           MOVE WS-DATA-HOJE TO LRT-DT-SOLIC
           MOVE FUNCTION CURRENT-DATE(9:6) TO LRT-HR-SOLIC
           PERFORM 3950-GUARDAR-RECALCULO
           WRITE REG-LANCRET
           IF NOT FS-LRT-OK
               DISPLAY 'ERRO AO GRAVAR LANCAMENTO: ' FS-LANCRET
               MOVE 0009 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'LANCAMENTO RETROATIVO ' LRT-ID
               ' REGISTRADO - AGUARDA APROVACAO DO SUPERVISOR'
           MOVE WS-LRT-SOLICITANTE TO WS-AUD-OPERADOR
           MOVE 'SOLICITACAO' TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR.

      *================================================================
       3000-RECALCULAR SECTION.
      *================================================================
       3000-INICIO.
      *    Entrada: conta, valor, data efetiva e data de entrada em
      *    WS-LRT-*. Monta a serie de saldos, recalcula e reavalia
      *    as cobrancas do cheque especial do periodo.
           MOVE ZEROS TO WS-REC-DIAS-NEG-ORIG WS-REC-DIAS-NEG-REC
                         WS-REC-QTD-SALDOS WS-REC-JUROS-DEVOLV
                         WS-REC-IOF-DEVOLV WS-REC-TOTAL-DEVOLV
                         WS-COB-QTD
           PERFORM 3100-MONTAR-SERIE
           PERFORM 3200-REAVALIAR-COBRANCAS
           COMPUTE WS-REC-TOTAL-DEVOLV =
               WS-REC-JUROS-DEVOLV + WS-REC-IOF-DEVOLV
           EXIT SECTION.

       3100-MONTAR-SERIE.
           COMPUTE WS-LRT-INT-EFETIVA =
               FUNCTION INTEGER-OF-DATE(WS-LRT-DT-EFETIVA)
           COMPUTE WS-LRT-INT-ENTRADA =
               FUNCTION INTEGER-OF-DATE(WS-LRT-DT-ENTRADA)
           COMPUTE WS-LRT-INT-INICIO = WS-LRT-INT-EFETIVA - 31
           COMPUTE WS-LRT-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) - 1
           COMPUTE WS-SER-QTD =
               WS-LRT-INT-FIM - WS-LRT-INT-INICIO + 1
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-QTD
               COMPUTE WS-LRT-INT-DIA =
                   WS-LRT-INT-INICIO + WS-SER-IDX - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-LRT-INT-DIA)
                   TO WS-SER-DATA(WS-SER-IDX)
               MOVE 'N' TO WS-SER-FOTO(WS-SER-IDX)
               MOVE ZEROS TO WS-SER-ORIG(WS-SER-IDX)
           END-PERFORM
           OPEN INPUT ARQSNAP
           IF FS-SNAP-OK
               MOVE WS-LRT-CONTA-INF TO SNP-CONTA
               MOVE WS-SER-DATA(1) TO SNP-DATA
               START ARQSNAP KEY >= SNP-CHAVE
                   INVALID KEY MOVE '10' TO FS-SNAP
               END-START
               PERFORM UNTIL NOT FS-SNAP-OK
                   READ ARQSNAP NEXT
                       AT END MOVE '10' TO FS-SNAP
                   END-READ
                   IF FS-SNAP-OK
                       IF SNP-CONTA NOT = WS-LRT-CONTA-INF
                          OR SNP-DATA > WS-SER-DATA(WS-SER-QTD)
                           MOVE '10' TO FS-SNAP
                       ELSE
                           COMPUTE WS-SER-IDX =
                               FUNCTION INTEGER-OF-DATE(SNP-DATA)
                               - WS-LRT-INT-INICIO + 1
                           MOVE 'S' TO WS-SER-FOTO(WS-SER-IDX)
                           MOVE SNP-SALDO TO WS-SER-ORIG(WS-SER-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQSNAP
           END-IF
      *    Dia sem foto repete o saldo da vespera; o valor retroagido
      *    soma da data efetiva ate a vespera da entrada real.
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-QTD
               IF WS-SER-FOTO(WS-SER-IDX) NOT = 'S'
                  AND WS-SER-IDX > 1
                   MOVE WS-SER-ORIG(WS-SER-IDX - 1)
                       TO WS-SER-ORIG(WS-SER-IDX)
               END-IF
               MOVE WS-SER-ORIG(WS-SER-IDX)
                   TO WS-SER-RECALC(WS-SER-IDX)
               COMPUTE WS-LRT-INT-DIA =
                   WS-LRT-INT-INICIO + WS-SER-IDX - 1
               IF WS-LRT-INT-DIA >= WS-LRT-INT-EFETIVA
                  AND WS-LRT-INT-DIA < WS-LRT-INT-ENTRADA
                   ADD WS-LRT-VALOR TO WS-SER-RECALC(WS-SER-IDX)
                   IF WS-SER-FOTO(WS-SER-IDX) = 'S'
                       ADD 1 TO WS-REC-QTD-SALDOS
                   END-IF
                   IF WS-SER-ORIG(WS-SER-IDX) < ZEROS
                       ADD 1 TO WS-REC-DIAS-NEG-ORIG
                   END-IF
                   IF WS-SER-RECALC(WS-SER-IDX) < ZEROS
                       ADD 1 TO WS-REC-DIAS-NEG-REC
                   END-IF
               END-IF
           END-PERFORM.

       3200-REAVALIAR-COBRANCAS.
      *    Juros e IOF do cheque especial cobrados depois da data
      *    efetiva e ate a entrada real do credito (cobranca de dia
      *    posterior ja viu o saldo com o valor).
           OPEN INPUT ARQTRANS
           IF NOT FS-TRANS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LRT-CONTA-INF TO LRT-TRN-CONTA-ORG
           START ARQTRANS KEY IS = LRT-TRN-CONTA-ORG
               INVALID KEY MOVE '23' TO FS-TRANS
           END-START
           PERFORM UNTIL NOT FS-TRANS-OK
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF FS-TRANS-OK
                   IF LRT-TRN-CONTA-ORG NOT = WS-LRT-CONTA-INF
                       MOVE '10' TO FS-TRANS
                   ELSE
                       IF LRT-TRN-STATUS = 'E'
                          AND LRT-TRN-DATA > WS-LRT-DT-EFETIVA
                          AND LRT-TRN-DATA <= WS-LRT-DT-ENTRADA
                          AND WS-COB-QTD < 48
                           EVALUATE TRUE
                               WHEN LRT-TRN-TIPO = 'TAR'
                                AND LRT-TRN-DESCRICAO(1:21) =
                                    'Juros cheque especial'
                                   PERFORM 3300-REAVALIAR-JUROS
                               WHEN LRT-TRN-TIPO = 'IOF'
                                AND LRT-TRN-DESCRICAO(1:32) =
                                    'IOF sobre uso do cheque especial'
                                   PERFORM 3400-REAVALIAR-IOF
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQTRANS.

       3300-REAVALIAR-JUROS.
           PERFORM 3500-NOVA-COBRANCA
           IF WS-SER-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-REC-SERIE
           PERFORM 3600-BASE-DA-COBRANCA
           PERFORM 3700-CALCULAR-JUROS
           MOVE WS-REC-VALOR-CALC TO WS-COB-CALC-ORIG(WS-COB-QTD)
           MOVE 'R' TO WS-REC-SERIE
           PERFORM 3600-BASE-DA-COBRANCA
           PERFORM 3700-CALCULAR-JUROS
           MOVE WS-REC-VALOR-CALC TO WS-COB-CALC-REC(WS-COB-QTD)
           PERFORM 3800-APURAR-DEVOLUCAO
           ADD WS-COB-DEVOLVER(WS-COB-QTD) TO WS-REC-JUROS-DEVOLV.

       3400-REAVALIAR-IOF.
           PERFORM 3500-NOVA-COBRANCA
           IF WS-SER-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-REC-SERIE
           PERFORM 3600-BASE-DA-COBRANCA
           PERFORM 3750-CALCULAR-IOF
           MOVE WS-REC-VALOR-CALC TO WS-COB-CALC-ORIG(WS-COB-QTD)
           MOVE 'R' TO WS-REC-SERIE
           PERFORM 3600-BASE-DA-COBRANCA
           PERFORM 3750-CALCULAR-IOF
           MOVE WS-REC-VALOR-CALC TO WS-COB-CALC-REC(WS-COB-QTD)
           PERFORM 3800-APURAR-DEVOLUCAO
           ADD WS-COB-DEVOLVER(WS-COB-QTD) TO WS-REC-IOF-DEVOLV.

       3500-NOVA-COBRANCA.
      *    Posiciona na vespera da cobranca (o lote do dia 01 cobra
      *    sobre o saldo fechado no dia anterior).
           COMPUTE WS-LRT-INT-DIA =
               FUNCTION INTEGER-OF-DATE(LRT-TRN-DATA)
               - WS-LRT-INT-INICIO
           IF WS-LRT-INT-DIA < 1 OR WS-LRT-INT-DIA > WS-SER-QTD
               MOVE ZEROS TO WS-SER-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LRT-INT-DIA TO WS-SER-IDX
           ADD 1 TO WS-COB-QTD
           MOVE LRT-TRN-DATA TO WS-COB-DATA(WS-COB-QTD)
           MOVE LRT-TRN-TIPO TO WS-COB-TIPO(WS-COB-QTD)
           MOVE LRT-TRN-ID TO WS-COB-TRANS-ID(WS-COB-QTD)
           MOVE LRT-TRN-VALOR TO WS-COB-COBRADO(WS-COB-QTD).

       3600-BASE-DA-COBRANCA.
      *    Saldo devedor da vespera e dias consecutivos em negativo
      *    ate ela, limitados a 30 como no BANKACCT.
           MOVE ZEROS TO WS-REC-SALDO-DEV WS-REC-DIAS
           IF REC-SERIE-ORIGINAL
               IF WS-SER-ORIG(WS-SER-IDX) < ZEROS
                   COMPUTE WS-REC-SALDO-DEV =
                       ZEROS - WS-SER-ORIG(WS-SER-IDX)
               END-IF
           ELSE
               IF WS-SER-RECALC(WS-SER-IDX) < ZEROS
                   COMPUTE WS-REC-SALDO-DEV =
                       ZEROS - WS-SER-RECALC(WS-SER-IDX)
               END-IF
           END-IF
           IF WS-REC-SALDO-DEV = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SER-IDX TO WS-SER-IDX-VOLTA
           PERFORM UNTIL WS-SER-IDX-VOLTA < 1
                      OR WS-REC-DIAS >= 30
               IF REC-SERIE-ORIGINAL
                   IF WS-SER-ORIG(WS-SER-IDX-VOLTA) >= ZEROS
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-SER-RECALC(WS-SER-IDX-VOLTA) >= ZEROS
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-REC-DIAS
               SUBTRACT 1 FROM WS-SER-IDX-VOLTA
           END-PERFORM.

       3700-CALCULAR-JUROS.
           MOVE ZEROS TO WS-REC-VALOR-CALC
           IF WS-REC-SALDO-DEV > ZEROS
               COMPUTE WS-REC-VALOR-CALC ROUNDED =
                   WS-REC-SALDO-DEV * (WS-LRT-TAXA-JUROS-CE / 100)
                   / 30 * WS-REC-DIAS
           END-IF.

       3750-CALCULAR-IOF.
           MOVE ZEROS TO WS-REC-VALOR-CALC
           IF WS-REC-SALDO-DEV > ZEROS
               MOVE 'C' TO WS-IOFSRV-TIPO
               MOVE WS-REC-SALDO-DEV TO WS-IOFSRV-BASE
               MOVE WS-REC-DIAS TO WS-IOFSRV-DIAS
               CALL 'BANKIOF' USING WS-CHAMADA-IOF
               IF WS-IOFSRV-VALOR > ZEROS
                   MOVE WS-IOFSRV-VALOR TO WS-REC-VALOR-CALC
               END-IF
           END-IF.

       3800-APURAR-DEVOLUCAO.
      *    Devolve o que o credito retroagido teria evitado, nunca
      *    mais do que foi efetivamente cobrado.
           COMPUTE WS-COB-DEVOLVER(WS-COB-QTD) =
               WS-COB-CALC-ORIG(WS-COB-QTD)
               - WS-COB-CALC-REC(WS-COB-QTD)
           IF WS-COB-DEVOLVER(WS-COB-QTD) < ZEROS
               MOVE ZEROS TO WS-COB-DEVOLVER(WS-COB-QTD)
           END-IF
           IF WS-COB-DEVOLVER(WS-COB-QTD) >
              WS-COB-COBRADO(WS-COB-QTD)
               MOVE WS-COB-COBRADO(WS-COB-QTD)
                   TO WS-COB-DEVOLVER(WS-COB-QTD)
           END-IF.

       3900-EXIBIR-RECALCULO.
           MOVE WS-LRT-VALOR TO WS-VL-EDIT
           DISPLAY 'RECALCULO: CONTA ' WS-LRT-CONTA-INF ' R$ '
               WS-VL-EDIT ' EFETIVO EM ' WS-LRT-DT-EFETIVA
               ' (ENTRADA ' WS-LRT-DT-ENTRADA ')'
           DISPLAY 'SALDOS DIARIOS REFEITOS: ' WS-REC-QTD-SALDOS
               '  DIAS NEGATIVOS ' WS-REC-DIAS-NEG-ORIG
               ' -> ' WS-REC-DIAS-NEG-REC
           PERFORM VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-COB-QTD
               MOVE WS-COB-COBRADO(WS-COB-IDX) TO WS-VL-EDIT
               MOVE WS-COB-CALC-REC(WS-COB-IDX) TO WS-VL-EDIT2
               MOVE WS-COB-DEVOLVER(WS-COB-IDX) TO WS-VL-EDIT3
               DISPLAY '  ' WS-COB-DATA(WS-COB-IDX) ' '
                   WS-COB-TIPO(WS-COB-IDX) ' COBRADO ' WS-VL-EDIT
                   ' DEVIDO ' WS-VL-EDIT2 ' DEVOLVER ' WS-VL-EDIT3
           END-PERFORM
           MOVE WS-REC-JUROS-DEVOLV TO WS-VL-EDIT
           MOVE WS-REC-IOF-DEVOLV TO WS-VL-EDIT2
           MOVE WS-REC-TOTAL-DEVOLV TO WS-VL-EDIT3
           DISPLAY 'DEVOLUCAO: JUROS ' WS-VL-EDIT ' IOF ' WS-VL-EDIT2
               ' TOTAL ' WS-VL-EDIT3.

       3950-GUARDAR-RECALCULO.
           MOVE WS-REC-DIAS-NEG-ORIG TO LRT-DIAS-NEG-ORIG
           MOVE WS-REC-DIAS-NEG-REC TO LRT-DIAS-NEG-RECALC
           MOVE WS-REC-QTD-SALDOS TO LRT-QTD-SALDOS
           MOVE WS-COB-QTD TO LRT-QTD-COBRANCAS
           MOVE WS-REC-JUROS-DEVOLV TO LRT-JUROS-DEVOLV
           MOVE WS-REC-IOF-DEVOLV TO LRT-IOF-DEVOLV
           MOVE WS-REC-TOTAL-DEVOLV TO LRT-TOTAL-DEVOLV.

      *================================================================
       4000-REVISAR-PENDENTES SECTION.
      *================================================================
       4000-INICIO.
      *    O supervisor (diferente do solicitante) autentica-se; o
      *    recalculo e refeito sobre os saldos do momento e so na
      *    aprovacao vai para a conta.
           PERFORM 6500-LISTAR-PENDENTES
           IF WS-LRT-QTD = ZEROS
               EXIT SECTION
           END-IF
           DISPLAY 'Nº do lancamento (0 = voltar): '
           ACCEPT WS-LRT-ID-INF
           IF WS-LRT-ID-INF = ZEROS
               EXIT SECTION
           END-IF
           MOVE WS-LRT-ID-INF TO LRT-ID
           READ ARQLANCRET
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LRT-OK OR NOT LRT-PENDENTE
               DISPLAY 'LANCAMENTO INEXISTENTE OU JA DECIDIDO'
               EXIT SECTION
           END-IF
           PERFORM 6100-EXIBIR-LANCAMENTO
           PERFORM 4100-AUTENTICAR-SUPERVISOR
           IF NOT LRT-AUTORIZADO
               EXIT SECTION
           END-IF
           DISPLAY 'DECISAO (A-APROVAR / R-REJEITAR): '
           ACCEPT WS-LRT-DECISAO
           EVALUATE WS-LRT-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 4200-APROVAR-LANCAMENTO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 4300-REJEITAR-LANCAMENTO
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - NADA FEITO'
           END-EVALUATE
           EXIT SECTION.

       4100-AUTENTICAR-SUPERVISOR.
           MOVE 'N' TO WS-LRT-AUTORIZADO
           DISPLAY 'ID DO SUPERVISOR: '
           ACCEPT WS-LRT-DECISOR-INF
           IF WS-LRT-DECISOR-INF = LRT-SOLICITANTE
               DISPLAY 'O SUPERVISOR DEVE SER DIFERENTE DO '
                   'SOLICITANTE'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUSUARIOS
           MOVE WS-LRT-DECISOR-INF TO LRT-USR-ID
           READ ARQUSUARIOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-USR-OK OR NOT LRT-USR-GERENTE
               DISPLAY 'OPERADOR INVALIDO OU SEM ALCADA DE SUPERVISOR'
               CLOSE ARQUSUARIOS
               EXIT PARAGRAPH
           END-IF
           IF NOT LRT-USR-ATIVO
               DISPLAY 'OPERADOR INATIVO'
               CLOSE ARQUSUARIOS
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SENHA: '
           ACCEPT WS-LRT-SENHA
           PERFORM 4150-CALCULAR-HASH-SENHA
           IF WS-LRT-HASH-CALC NOT = LRT-USR-SENHA-HASH
               DISPLAY 'SENHA INVALIDA'
               CLOSE ARQUSUARIOS
               EXIT PARAGRAPH
           END-IF
           CLOSE ARQUSUARIOS
      *    Alcada pela matriz, com a conta da operacao: funcao
      *    vedada ao supervisor vinculado ao titular.
           MOVE WS-LRT-DECISOR-INF TO WS-PRM-OPERADOR
           MOVE 'RETROATIVO  ' TO WS-PRM-FUNCAO
           MOVE LRT-CONTA TO WS-PRM-CONTA
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           MOVE ZEROS TO WS-PRM-CONTA
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-LRT-AUTORIZADO.

       4150-CALCULAR-HASH-SENHA.
           MOVE ZEROS TO WS-LRT-HASH-ACUM
           PERFORM VARYING WS-LRT-HASH-IDX FROM 1 BY 1
                   UNTIL WS-LRT-HASH-IDX > 20
               COMPUTE WS-LRT-HASH-ACUM = WS-LRT-HASH-ACUM +
                   (FUNCTION ORD(WS-LRT-SENHA(WS-LRT-HASH-IDX:1)) *
                    WS-LRT-HASH-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LRT-HASH-CALC
           MOVE WS-LRT-HASH-ACUM TO WS-LRT-HASH-CALC(1:8).

       4200-APROVAR-LANCAMENTO.
      *    Recalculo refeito com os saldos e cobrancas do momento da
      *    aprovacao e apresentado ao supervisor antes de efetivar.
           MOVE LRT-CONTA TO WS-LRT-CONTA-INF
           MOVE LRT-ORIGEM TO WS-LRT-ORIGEM-INF
           MOVE LRT-REFERENCIA TO WS-LRT-REF-INF
           MOVE LRT-VALOR TO WS-LRT-VALOR
           MOVE LRT-DT-EFETIVA TO WS-LRT-DT-EFETIVA
           MOVE LRT-DT-ENTRADA TO WS-LRT-DT-ENTRADA
           IF LRT-ORIGEM-TRANSIT
               PERFORM 4210-CONFERIR-TRANSITORIA
               IF NOT LRT-VALIDO
                   EXIT PARAGRAPH
               END-IF
      *        O credito da transitoria entra no dia da efetivacao.
               MOVE WS-DATA-MOVIMENTO TO WS-LRT-DT-ENTRADA
           END-IF
      *    Aprovacao tardia nao estende o prazo maximo de retroacao.
           PERFORM 2400-CONFERIR-DATA-EFETIVA
           IF NOT LRT-VALIDO
               DISPLAY 'REJEITE O LANCAMENTO'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-RECALCULAR
           PERFORM 3900-EXIBIR-RECALCULO
           DISPLAY 'Confirma a efetivacao (S/N)? '
           ACCEPT WS-LRT-CONFIRMA
           IF WS-LRT-CONFIRMA NOT = 'S' AND WS-LRT-CONFIRMA NOT = 's'
               DISPLAY 'LANCAMENTO CONTINUA PENDENTE'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQCONTAS
           MOVE LRT-CONTA TO LRT-CTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR LRT-CTA-STATUS = 'E'
               DISPLAY 'CONTA INEXISTENTE OU ENCERRADA - LANCAMENTO '
                   'CONTINUA PENDENTE'
               CLOSE ARQCONTAS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQTRANS
           PERFORM 4220-SEED-PROXIMO-ID
           MOVE ZEROS TO LRT-TRANS-CREDITO LRT-TRANS-DEVOLUCAO
           IF LRT-ORIGEM-TRANSIT
               PERFORM 4230-CREDITAR-TRANSITORIA
           END-IF
           IF WS-REC-TOTAL-DEVOLV > ZEROS
               PERFORM 4240-DEVOLVER-ENCARGOS
           END-IF
           MOVE WS-DATA-MOVIMENTO TO LRT-CTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE LRT-CTA-SALDO TO WS-LRT-SALDO-FINAL
           CLOSE ARQTRANS
           PERFORM 4400-REGRAVAR-SALDOS
           PERFORM 4500-REFAZER-AGING
           MOVE WS-LRT-DT-ENTRADA TO LRT-DT-ENTRADA
           PERFORM 3950-GUARDAR-RECALCULO
           MOVE 'E' TO LRT-SITUACAO
           MOVE WS-LRT-DECISOR-INF TO LRT-DECISOR
           MOVE WS-DATA-HOJE TO LRT-DT-DECISAO
           REWRITE REG-LANCRET
           PERFORM 4600-EMITIR-EXTRATO
           CLOSE ARQCONTAS
           PERFORM 4700-NOTIFICAR-CLIENTE
           MOVE WS-LRT-DECISOR-INF TO WS-AUD-OPERADOR
           MOVE 'EFETIVACAO' TO WS-AUD-CAMPO
           MOVE 'P' TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR
           MOVE LRT-TOTAL-DEVOLV TO WS-VL-EDIT
           DISPLAY 'LANCAMENTO ' LRT-ID ' EFETIVADO - DEVOLVIDO R$ '
               WS-VL-EDIT.

       4210-CONFERIR-TRANSITORIA.
      *    O item pode ter sido regularizado ou devolvido pelo
      *    BANKPDR entre o registro e a aprovacao.
           MOVE 'N' TO WS-LRT-VALIDO
           OPEN INPUT ARQSUSPENSO
           MOVE LRT-REFERENCIA TO SUS-ID
           READ ARQSUSPENSO
               INVALID KEY CONTINUE
           END-READ
           IF FS-SUS-OK
               IF SUS-ABERTO OR SUS-ESCALADO
                   MOVE 'S' TO WS-LRT-VALIDO
                   MOVE SUS-INTERFACE TO WS-LRT-INTERFACE
               END-IF
               CLOSE ARQSUSPENSO
           END-IF
           IF NOT LRT-VALIDO
               DISPLAY 'ITEM DA TRANSITORIA JA SOLUCIONADO - '
                   'REJEITE O LANCAMENTO'
           END-IF.

       4220-SEED-PROXIMO-ID.
           MOVE ZEROS TO WS-LRT-PROX-TRANS
           MOVE 999999999999999 TO LRT-TRN-ID
           START ARQTRANS KEY IS <= LRT-TRN-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE LRT-TRN-ID TO WS-LRT-PROX-TRANS
               END-IF
           END-IF.

       4230-CREDITAR-TRANSITORIA.
      *    Mesmo credito da regularizacao do BANKPDR: transacao de
      *    origem externa zerada e o razao baixando a transitoria.
           ADD LRT-VALOR TO LRT-CTA-SALDO
           ADD 1 TO WS-LRT-PROX-TRANS
           MOVE WS-LRT-PROX-TRANS TO LRT-TRN-ID
           MOVE ZEROS TO LRT-TRN-CONTA-ORG
           MOVE LRT-CONTA TO LRT-TRN-CONTA-DEST
           IF WS-LRT-INTERFACE = 'BANKPIX.IN'
               MOVE 'PIX' TO LRT-TRN-TIPO
           ELSE
               MOVE 'TED' TO LRT-TRN-TIPO
           END-IF
           MOVE LRT-VALOR TO LRT-TRN-VALOR
           MOVE WS-DATA-MOVIMENTO TO LRT-TRN-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO LRT-TRN-HORA
           MOVE SPACES TO LRT-TRN-DESCRICAO
           STRING 'Credito retroativo data-valor ' DELIMITED SIZE
                  LRT-DT-EFETIVA DELIMITED SIZE
                  ' transitoria item ' DELIMITED SIZE
                  LRT-REFERENCIA(6:10) DELIMITED SIZE
               INTO LRT-TRN-DESCRICAO
           END-STRING
           MOVE 'E' TO LRT-TRN-STATUS
           COMPUTE LRT-TRN-NSU =
               FUNCTION MOD(WS-LRT-PROX-TRANS 1000000000000)
           MOVE 'RETROATIVO' TO LRT-TRN-CANAL
           MOVE 'BRL' TO LRT-TRN-MOEDA
           WRITE REG-TRANS
           MOVE LRT-TRN-ID TO LRT-TRANS-CREDITO
           MOVE WS-LRT-CTA-TRANSIT TO WS-LAN-CTA-DEB
           MOVE WS-LRT-CTA-DEPOSITO TO WS-LAN-CTA-CRE
           MOVE LRT-VALOR TO WS-LAN-VALOR
           MOVE LRT-TRN-ID TO WS-LAN-TRANS-ID
           MOVE LRT-CTA-AGENCIA TO WS-LAN-AGENCIA
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Regulariz. retroativa ' DELIMITED SIZE
                  LRT-REFERENCIA(6:10) DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 4900-POSTAR-LANCAMENTO
           OPEN I-O ARQSUSPENSO
           MOVE LRT-REFERENCIA TO SUS-ID
           READ ARQSUSPENSO
               INVALID KEY CONTINUE
           END-READ
           IF FS-SUS-OK
               MOVE 'R' TO SUS-SITUACAO
               MOVE LRT-CONTA TO SUS-CONTA-DESTINO
               MOVE WS-DATA-MOVIMENTO TO SUS-DT-SOLUCAO
               MOVE WS-LRT-DECISOR-INF TO SUS-OPERADOR
               MOVE SPACES TO SUS-OBSERVACAO
               STRING 'LANCAMENTO RETROATIVO ' DELIMITED SIZE
                      LRT-ID DELIMITED SIZE
                   INTO SUS-OBSERVACAO
               END-STRING
               REWRITE REG-SUSPENSO
           END-IF
           CLOSE ARQSUSPENSO.

       4240-DEVOLVER-ENCARGOS.
      *    Devolucao unica dos juros e do IOF recalculados; o
      *    fechamento diario leva DEV como movimento entre depositos
      *    e o estorno da receita e do tributo sai daqui.
           ADD WS-REC-TOTAL-DEVOLV TO LRT-CTA-SALDO
           ADD 1 TO WS-LRT-PROX-TRANS
           MOVE WS-LRT-PROX-TRANS TO LRT-TRN-ID
           MOVE ZEROS TO LRT-TRN-CONTA-ORG
           MOVE LRT-CONTA TO LRT-TRN-CONTA-DEST
           MOVE 'DEV' TO LRT-TRN-TIPO
           MOVE WS-REC-TOTAL-DEVOLV TO LRT-TRN-VALOR
           MOVE WS-DATA-MOVIMENTO TO LRT-TRN-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO LRT-TRN-HORA
           MOVE SPACES TO LRT-TRN-DESCRICAO
           STRING 'Devolucao encargos recalculo retroativo '
                  DELIMITED SIZE
                  LRT-ID DELIMITED SIZE
               INTO LRT-TRN-DESCRICAO
           END-STRING
           MOVE 'E' TO LRT-TRN-STATUS
           COMPUTE LRT-TRN-NSU =
               FUNCTION MOD(WS-LRT-PROX-TRANS 1000000000000)
           MOVE 'RETROATIVO' TO LRT-TRN-CANAL
           MOVE 'BRL' TO LRT-TRN-MOEDA
           WRITE REG-TRANS
           MOVE LRT-TRN-ID TO LRT-TRANS-DEVOLUCAO
           MOVE LRT-TRN-ID TO WS-LAN-TRANS-ID
           MOVE LRT-CTA-AGENCIA TO WS-LAN-AGENCIA
           MOVE WS-LRT-CTA-DEPOSITO TO WS-LAN-CTA-CRE
           IF WS-REC-JUROS-DEVOLV > ZEROS
               MOVE WS-LRT-CTA-TARIFAS TO WS-LAN-CTA-DEB
               MOVE WS-REC-JUROS-DEVOLV TO WS-LAN-VALOR
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING 'Dev. juros ch.esp. retroativo ' DELIMITED SIZE
                      LRT-ID DELIMITED SIZE
                   INTO WS-LAN-HISTORICO
               END-STRING
               PERFORM 4900-POSTAR-LANCAMENTO
           END-IF
           IF WS-REC-IOF-DEVOLV > ZEROS
               MOVE WS-LRT-CTA-IOF TO WS-LAN-CTA-DEB
               MOVE WS-REC-IOF-DEVOLV TO WS-LAN-VALOR
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING 'Dev. IOF ch.esp. retroativo ' DELIMITED SIZE
                      LRT-ID DELIMITED SIZE
                   INTO WS-LAN-HISTORICO
               END-STRING
               PERFORM 4900-POSTAR-LANCAMENTO
           END-IF.

       4300-REJEITAR-LANCAMENTO.
           MOVE 'R' TO LRT-SITUACAO
           MOVE WS-LRT-DECISOR-INF TO LRT-DECISOR
           MOVE WS-DATA-HOJE TO LRT-DT-DECISAO
           REWRITE REG-LANCRET
           DISPLAY 'LANCAMENTO REJEITADO'
           MOVE WS-LRT-DECISOR-INF TO WS-AUD-OPERADOR
           MOVE 'REJEICAO' TO WS-AUD-CAMPO
           MOVE 'P' TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR.

       4400-REGRAVAR-SALDOS.
      *    As fotos diarias do periodo passam a refletir o credito
      *    na data efetiva; a foto do dia de movimento sai do
      *    fechamento com o saldo ja corrigido.
           OPEN I-O ARQSNAP
           IF NOT FS-SNAP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-QTD
               IF WS-SER-FOTO(WS-SER-IDX) = 'S'
                  AND WS-SER-DATA(WS-SER-IDX) >= WS-LRT-DT-EFETIVA
                  AND WS-SER-DATA(WS-SER-IDX) < WS-LRT-DT-ENTRADA
                   MOVE WS-LRT-CONTA-INF TO SNP-CONTA
                   MOVE WS-SER-DATA(WS-SER-IDX) TO SNP-DATA
                   READ ARQSNAP
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-SNAP-OK
                       MOVE WS-SER-RECALC(WS-SER-IDX) TO SNP-SALDO
                       REWRITE REG-SNAPSHOT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQSNAP.

       4500-REFAZER-AGING.
      *    Conta positiva apos o credito e a devolucao sai do aging;
      *    negativa conta os dias desde o inicio da sequencia
      *    negativa da serie recalculada (sequencia que vem de antes
      *    da serie preserva a data ja registrada).
           OPEN I-O ARQNEGAGE
           IF FS-NEGAGE = '35'
               OPEN OUTPUT ARQNEGAGE
               CLOSE ARQNEGAGE
               OPEN I-O ARQNEGAGE
           END-IF
           MOVE LRT-CONTA TO NEG-CONTA-NUM
           READ ARQNEGAGE
               INVALID KEY CONTINUE
           END-READ
           IF WS-LRT-SALDO-FINAL >= ZEROS
               IF FS-NEGAGE-OK
                   DELETE ARQNEGAGE RECORD
               END-IF
               CLOSE ARQNEGAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-MOVIMENTO TO WS-LRT-DT-PRIMEIRA
           MOVE WS-SER-QTD TO WS-SER-IDX-VOLTA
           PERFORM UNTIL WS-SER-IDX-VOLTA < 1
               IF WS-SER-RECALC(WS-SER-IDX-VOLTA) >= ZEROS
                   EXIT PERFORM
               END-IF
               MOVE WS-SER-DATA(WS-SER-IDX-VOLTA) TO WS-LRT-DT-PRIMEIRA
               SUBTRACT 1 FROM WS-SER-IDX-VOLTA
           END-PERFORM
           IF WS-SER-IDX-VOLTA < 1 AND FS-NEGAGE-OK
              AND NEG-DT-PRIMEIRA-NEG < WS-LRT-DT-PRIMEIRA
               MOVE NEG-DT-PRIMEIRA-NEG TO WS-LRT-DT-PRIMEIRA
           END-IF
           COMPUTE WS-LRT-DIAS-AGING =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - FUNCTION INTEGER-OF-DATE(WS-LRT-DT-PRIMEIRA) + 1
           MOVE WS-LRT-DT-PRIMEIRA TO NEG-DT-PRIMEIRA-NEG
           MOVE WS-LRT-DIAS-AGING TO NEG-DIAS-CONSECUTIVOS
           MOVE WS-DATA-MOVIMENTO TO NEG-DT-ULTIMA-VERIF
           IF FS-NEGAGE-OK
               REWRITE REG-NEGAGE
           ELSE
               MOVE LRT-CONTA TO NEG-CONTA-NUM
               WRITE REG-NEGAGE
           END-IF
           CLOSE ARQNEGAGE.

      *================================================================
       4600-EMITIR-EXTRATO SECTION.
      *================================================================
       4600-INICIO.
      *    Extrato do recalculo ao cliente: saldos diarios original e
      *    recalculado do periodo, cada cobranca reavaliada e a
      *    devolucao.
           OPEN EXTEND ARQEXTRATO
           IF FS-EXTRATO = '35'
               OPEN OUTPUT ARQEXTRATO
           END-IF
           MOVE ALL '=' TO WS-LRT-LINHA
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           STRING 'EXTRATO DE RECALCULO - LANCAMENTO RETROATIVO '
                  DELIMITED SIZE
                  LRT-ID DELIMITED SIZE
                  '  EMITIDO EM ' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           STRING 'CONTA ' DELIMITED SIZE
                  LRT-CTA-AGENCIA DELIMITED SIZE
                  '/' DELIMITED SIZE
                  LRT-CONTA DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  LRT-CTA-TITULAR DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE LRT-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-LRT-LINHA
           STRING 'CREDITO DE R$ ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' RECEBIDO EM ' DELIMITED SIZE
                  LRT-DT-ENTRADA DELIMITED SIZE
                  ' COM DATA-VALOR ' DELIMITED SIZE
                  LRT-DT-EFETIVA DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  LRT-HISTORICO DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           MOVE 'DATA' TO WS-LRT-LINHA(3:4)
           MOVE 'SALDO ORIGINAL' TO WS-LRT-LINHA(15:14)
           MOVE 'SALDO RECALCULADO' TO WS-LRT-LINHA(30:17)
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-QTD
               IF WS-SER-FOTO(WS-SER-IDX) = 'S'
                  AND WS-SER-DATA(WS-SER-IDX) >= LRT-DT-EFETIVA
                  AND WS-SER-DATA(WS-SER-IDX) < LRT-DT-ENTRADA
                   MOVE WS-SER-ORIG(WS-SER-IDX) TO WS-VL-EDIT
                   MOVE WS-SER-RECALC(WS-SER-IDX) TO WS-VL-EDIT2
                   MOVE SPACES TO WS-LRT-LINHA
                   STRING '  ' DELIMITED SIZE
                          WS-SER-DATA(WS-SER-IDX) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WS-VL-EDIT DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WS-VL-EDIT2 DELIMITED SIZE
                       INTO WS-LRT-LINHA
                   END-STRING
                   WRITE REG-EXTRATO FROM WS-LRT-LINHA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LRT-LINHA
           STRING '  DIAS EM NEGATIVO NO PERIODO: ' DELIMITED SIZE
                  LRT-DIAS-NEG-ORIG DELIMITED SIZE
                  ' ORIGINAL, ' DELIMITED SIZE
                  LRT-DIAS-NEG-RECALC DELIMITED SIZE
                  ' RECALCULADO' DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE SPACES TO WS-LRT-LINHA
           MOVE 'COBRANCA' TO WS-LRT-LINHA(3:8)
           MOVE 'TIPO' TO WS-LRT-LINHA(13:4)
           MOVE 'COBRADO' TO WS-LRT-LINHA(27:7)
           MOVE 'DEVIDO' TO WS-LRT-LINHA(46:6)
           MOVE 'DEVOLVIDO' TO WS-LRT-LINHA(61:9)
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           PERFORM VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-COB-QTD
               MOVE WS-COB-COBRADO(WS-COB-IDX) TO WS-VL-EDIT
               MOVE WS-COB-CALC-REC(WS-COB-IDX) TO WS-VL-EDIT2
               MOVE WS-COB-DEVOLVER(WS-COB-IDX) TO WS-VL-EDIT3
               MOVE SPACES TO WS-LRT-LINHA
               STRING '  ' DELIMITED SIZE
                      WS-COB-DATA(WS-COB-IDX) DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-COB-TIPO(WS-COB-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-VL-EDIT2 DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-VL-EDIT3 DELIMITED SIZE
                   INTO WS-LRT-LINHA
               END-STRING
               WRITE REG-EXTRATO FROM WS-LRT-LINHA
           END-PERFORM
           MOVE LRT-JUROS-DEVOLV TO WS-VL-EDIT
           MOVE LRT-IOF-DEVOLV TO WS-VL-EDIT2
           MOVE LRT-TOTAL-DEVOLV TO WS-VL-EDIT3
           MOVE SPACES TO WS-LRT-LINHA
           STRING '  DEVOLVIDO: JUROS ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '  IOF ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  '  TOTAL ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           MOVE WS-LRT-SALDO-FINAL TO WS-VL-EDIT4
           MOVE SPACES TO WS-LRT-LINHA
           STRING '  SALDO ATUAL APOS A DEVOLUCAO: ' DELIMITED SIZE
                  WS-VL-EDIT4 DELIMITED SIZE
               INTO WS-LRT-LINHA
           END-STRING
           WRITE REG-EXTRATO FROM WS-LRT-LINHA
           CLOSE ARQEXTRATO
           EXIT SECTION.

      *================================================================
       4700-NOTIFICAR-CLIENTE SECTION.
      *================================================================
       4700-INICIO.
           MOVE LRT-CONTA TO WS-NOT-CONTA
           MOVE 'LRT' TO WS-NOT-EVENTO
           MOVE LRT-TOTAL-DEVOLV TO WS-VL-EDIT
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Credito com data-valor ' DELIMITED SIZE
                  LRT-DT-EFETIVA DELIMITED SIZE
                  ' - encargos devolvidos R$ ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           EXIT SECTION.

      *================================================================
       4900-POSTAR-LANCAMENTO SECTION.
      *================================================================
       4900-INICIO.
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE ZEROS TO WS-LRT-PROX-LED
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LRT-PROX-LED
               END-IF
           END-IF
           ADD 1 TO WS-LRT-PROX-LED
           MOVE WS-LRT-PROX-LED TO LED-ID
           MOVE WS-DATA-MOVIMENTO TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE WS-LAN-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE WS-LAN-TRANS-ID TO LED-TRANS-ID
           MOVE WS-LAN-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER
           CLOSE ARQLEDGER
           EXIT SECTION.

      *================================================================
       6000-CONSULTAR-LANCAMENTO SECTION.
      *================================================================
       6000-INICIO.
           DISPLAY 'Nº do lancamento: '
           ACCEPT WS-LRT-ID-INF
           MOVE WS-LRT-ID-INF TO LRT-ID
           READ ARQLANCRET
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LRT-OK
               DISPLAY 'LANCAMENTO NAO ENCONTRADO'
               EXIT SECTION
           END-IF
           PERFORM 6100-EXIBIR-LANCAMENTO
           EXIT SECTION.

       6100-EXIBIR-LANCAMENTO.
           MOVE LRT-VALOR TO WS-VL-EDIT
           DISPLAY 'LANCAMENTO ' LRT-ID ' SITUACAO ' LRT-SITUACAO
               ' CONTA ' LRT-CONTA ' R$ ' WS-VL-EDIT
           DISPLAY 'ORIGEM ' LRT-ORIGEM ' REF ' LRT-REFERENCIA
               ' DATA EFETIVA ' LRT-DT-EFETIVA ' ENTRADA '
               LRT-DT-ENTRADA
           DISPLAY 'HISTORICO ' LRT-HISTORICO
           DISPLAY 'SOLICITANTE ' LRT-SOLICITANTE ' EM '
               LRT-DT-SOLIC ' DECISOR ' LRT-DECISOR
           MOVE LRT-JUROS-DEVOLV TO WS-VL-EDIT
           MOVE LRT-IOF-DEVOLV TO WS-VL-EDIT2
           MOVE LRT-TOTAL-DEVOLV TO WS-VL-EDIT3
           IF LRT-EFETIVADO
               DISPLAY 'DEVOLVIDO: JUROS ' WS-VL-EDIT ' IOF '
                   WS-VL-EDIT2 ' TOTAL ' WS-VL-EDIT3
               DISPLAY 'TRANSACOES: CREDITO ' LRT-TRANS-CREDITO
                   ' DEVOLUCAO ' LRT-TRANS-DEVOLUCAO
           ELSE
               DISPLAY 'SIMULADO NO REGISTRO: JUROS ' WS-VL-EDIT
                   ' IOF ' WS-VL-EDIT2 ' TOTAL ' WS-VL-EDIT3
           END-IF
           DISPLAY 'DIAS NEGATIVOS ' LRT-DIAS-NEG-ORIG ' -> '
               LRT-DIAS-NEG-RECALC ' SALDOS REFEITOS '
               LRT-QTD-SALDOS ' COBRANCAS ' LRT-QTD-COBRANCAS.

      *================================================================
       6500-LISTAR-PENDENTES SECTION.
      *================================================================
       6500-INICIO.
           MOVE ZEROS TO WS-LRT-QTD
           MOVE ZEROS TO LRT-ID
           START ARQLANCRET KEY >= LRT-ID
               INVALID KEY MOVE '10' TO FS-LANCRET
           END-START
           PERFORM UNTIL FS-LRT-EOF
               READ ARQLANCRET NEXT
                   AT END MOVE '10' TO FS-LANCRET
               END-READ
               IF NOT FS-LRT-EOF
                   IF LRT-PENDENTE
                       ADD 1 TO WS-LRT-QTD
                       MOVE LRT-VALOR TO WS-VL-EDIT
                       DISPLAY LRT-ID ' CONTA ' LRT-CONTA ' '
                           LRT-ORIGEM ' EFETIVA ' LRT-DT-EFETIVA
                           ' R$ ' WS-VL-EDIT ' SOLICITANTE: '
                           LRT-SOLICITANTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LANCRET
           IF WS-LRT-QTD = ZEROS
               DISPLAY 'NENHUM LANCAMENTO RETROATIVO PENDENTE'
           END-IF
           EXIT SECTION.

      *================================================================
       7000-AUDITAR SECTION.
      *================================================================
       7000-INICIO.
      *    Operador e campo carregados pelo chamador; a imagem
      *    posterior leva situacao, conta, data efetiva e devolucao.
           MOVE 'BANKLRT.DAT' TO WS-AUD-ARQUIVO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE LRT-ID TO WS-AUD-CHAVE(1:10)
           MOVE LRT-TOTAL-DEVOLV TO WS-VL-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING LRT-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  LRT-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  LRT-DT-EFETIVA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
