      *================================================================
      * BANKBEN.COB - Beneficios do INSS e Prova de Vida
      * Sistema Bancario COBOL
      * Le o arquivo mensal de pagamentos de beneficios do INSS
      * (BANKBEN.IN, uma linha DET por beneficio e competencia e o
      * trailer TRL, conferido pelo BANKIFC) e guarda cada pagamento
      * em BANKBENP.DAT ate a data de pagamento informada; no lote
      * desse dia o beneficio e creditado na conta (DEP, canal INSS)
      * e o consignado de BANKCSG.DAT e retido do proprio credito,
      * como no credito de folha do BANKCNAB. Beneficio com data de
      * pagamento posterior ao obito registrado pelo BANKOBT
      * (BANKESPO.DAT) nao e creditado, e o ja creditado e estornado
      * da conta; ambos voltam ao INSS no arquivo de retorno
      * (BANKBEN.RET), junto com os pagamentos efetivados. O
      * cadastro de beneficios (BANKBEN.DAT) guarda a prova de vida
      * registrada no guiche e o prazo da proxima; antes do prazo o
      * beneficiario recebe o aviso pela fila BANKNOTQ.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKBEN.

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
               RECORD KEY IS INS-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-TRANS-ID
               ALTERNATE RECORD KEY IS INS-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQBENEF ASSIGN TO 'BANKBEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NB
               ALTERNATE RECORD KEY IS BEN-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BENEF.

           SELECT ARQPAGTO ASSIGN TO 'BANKBENP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPG-ID
               ALTERNATE RECORD KEY IS BPG-CPF WITH DUPLICATES
               FILE STATUS IS FS-PAGTO.

           SELECT ARQESPOLIO ASSIGN TO 'BANKESPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CPF
               FILE STATUS IS FS-ESPOLIO.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCONSIG ASSIGN TO 'BANKCSG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CONTRATO
               ALTERNATE RECORD KEY IS CSG-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CONSIG.

           SELECT ARQBENIN ASSIGN TO 'BANKBEN.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BENIN.

           SELECT ARQBENRET ASSIGN TO 'BANKBEN.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BENRET.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  INS-CONTA-NUM         PIC 9(10).
           05  INS-CONTA-AGENCIA     PIC 9(4).
           05  INS-CONTA-DIGITO      PIC 9(1).
           05  INS-CONTA-TIPO        PIC X(2).
           05  INS-CONTA-STATUS      PIC X(1).
           05  INS-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  INS-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  INS-CONTA-TITULAR     PIC X(60).
           05  INS-CONTA-CPF         PIC X(11).
           05  INS-CONTA-EMAIL       PIC X(80).
           05  INS-CONTA-TELEFONE    PIC X(15).
           05  INS-CONTA-DT-ABERTURA PIC 9(8).
           05  INS-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  INS-CONTA-SENHA-HASH  PIC X(64).
           05  INS-CONTA-COTIT-NOME  PIC X(60).
           05  INS-CONTA-COTIT-CPF   PIC X(11).
           05  INS-CONTA-CLI-ID      PIC 9(10).
           05  INS-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  INS-TRANS-ID          PIC 9(15).
           05  INS-TRANS-CONTA-ORG   PIC 9(10).
           05  INS-TRANS-CONTA-DEST  PIC 9(10).
           05  INS-TRANS-TIPO        PIC X(3).
           05  INS-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  INS-TRANS-DATA        PIC 9(8).
           05  INS-TRANS-HORA        PIC 9(6).
           05  INS-TRANS-DESCRICAO   PIC X(100).
           05  INS-TRANS-STATUS      PIC X(1).
           05  INS-TRANS-NSU         PIC 9(12).
           05  INS-TRANS-CANAL       PIC X(10).
           05  INS-TRANS-MOEDA       PIC X(3).

       FD  ARQBENEF.
           COPY BANKBEN.

       FD  ARQPAGTO.
           COPY BANKBENP.

      *    Casos de obito abertos pelo BANKOBT: CPF em claro e data
      *    do obito informada na notificacao.
       FD  ARQESPOLIO.
       01  REG-ESPOLIO.
           05  ESP-CPF               PIC X(11).
           05  ESP-DT-OBITO          PIC 9(8).
           05  ESP-DT-REGISTRO       PIC 9(8).
           05  ESP-SITUACAO          PIC X(1).
               88  ESP-ABERTO        VALUE 'A'.
               88  ESP-LIBERADO      VALUE 'L'.
           05  ESP-ALVARA            PIC X(20).
           05  ESP-DT-LIBERACAO      PIC 9(8).
           05  ESP-HERDEIRO-NOME     PIC X(60).
           05  ESP-HERDEIRO-CPF      PIC X(11).

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
               88  EMP-PREJUIZO      VALUE 'P'.

      *    Registro de consignacao (BANKCSG): a parcela e retida do
      *    credito do beneficio, uma vez por competencia.
       FD  ARQCONSIG.
       01  REG-CONSIGNADO.
           05  CSG-CONTRATO          PIC 9(10).
           05  CSG-CONTA             PIC 9(10).
           05  CSG-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  CSG-COMPET-RETIDA     PIC 9(6).
           05  CSG-STATUS            PIC X(1).
               88  CSG-ATIVO         VALUE 'A'.
               88  CSG-ENCERRADO     VALUE 'E'.

      *    Arquivo mensal de pagamentos do INSS: linhas DET e o
      *    trailer TRL com a quantidade de linhas DET.
       FD  ARQBENIN.
       01  REG-BENIN.
           05  BNI-TIPO-REG          PIC X(3).
           05  BNI-NB                PIC 9(10).
           05  BNI-CPF               PIC X(11).
           05  BNI-AGENCIA           PIC 9(4).
           05  BNI-CONTA             PIC 9(10).
           05  BNI-ESPECIE           PIC 9(2).
           05  BNI-COMPETENCIA       PIC 9(6).
           05  BNI-VALOR             PIC 9(11)V99.
           05  BNI-DT-PAGTO          PIC 9(8).
           05  BNI-NOME              PIC X(40).
           05  FILLER                PIC X(13).

       FD  ARQBENRET.
       01  REG-BENRET                PIC X(120).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-BEN-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-BENEF             PIC XX.
               88  FS-BEN-OK        VALUE '00'.
               88  FS-BEN-EOF       VALUE '10'.
               88  FS-BEN-NFD       VALUE '23'.
           05  FS-PAGTO             PIC XX.
               88  FS-BPG-OK        VALUE '00'.
               88  FS-BPG-EOF       VALUE '10'.
               88  FS-BPG-NFD       VALUE '23'.
           05  FS-ESPOLIO           PIC XX.
               88  FS-ESP-OK        VALUE '00'.
               88  FS-ESP-EOF       VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-CONSIG            PIC XX.
               88  FS-CSG-OK        VALUE '00'.
               88  FS-CSG-EOF       VALUE '10'.
               88  FS-CSG-NFD       VALUE '23'.
           05  FS-BENIN             PIC XX.
               88  FS-BNI-OK        VALUE '00'.
               88  FS-BNI-EOF       VALUE '10'.
               88  FS-BNI-NFD       VALUE '35'.
           05  FS-BENRET            PIC XX.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-BENEFICIO-CTRL.
      *    Dias de antecedencia do aviso de prova de vida (fabrica;
      *    substituido por CFG-BEN-AVISO-DIAS quando informado).
           05  WS-BEN-AVISO-DIAS    PIC 9(3) VALUE 30.
           05  WS-BPG-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-BEN-NB-INF        PIC 9(10).
           05  WS-BEN-CONTA-INF     PIC 9(10).
           05  WS-BEN-DATA-INF      PIC 9(8).
           05  WS-BEN-CPF-BUSCA     PIC X(11).
           05  WS-BEN-MOTIVO        PIC X(2).
           05  WS-BEN-DT-OBITO      PIC 9(8).
           05  WS-BEN-DIAS-PRAZO    PIC S9(5) COMP-3.
           05  WS-BEN-DIAS-EDIT     PIC Z(4)9-.
           05  WS-BEN-DUPLICADO     PIC X(1).
               88  BEN-PAGTO-DUPLICADO VALUE 'S'.
           05  WS-BEN-TITULAR       PIC X(1).
               88  BEN-TITULAR-CONFERE VALUE 'S'.
           05  WS-BEN-QTD-LISTA     PIC 9(5).
           05  WS-BEN-SIT-TEXTO     PIC X(10).
      *    Prazo da prova de vida: um ano depois da ultima prova
      *    (29/02 passa a 28/02 no ano seguinte).
           05  WS-BEN-DATA-CALC     PIC 9(8).
           05  WS-BEN-DATA-CALC-R REDEFINES WS-BEN-DATA-CALC.
               10  WS-BEN-CALC-ANO  PIC 9(4).
               10  WS-BEN-CALC-MMDD PIC 9(4).

       01  WS-LOTE-BEN-CTRL.
           05  WS-BEN-QTD-CARGA     PIC 9(6).
           05  WS-BEN-QTD-DUPLIC    PIC 9(6).
           05  WS-BEN-QTD-INVALID   PIC 9(6).
           05  WS-BEN-QTD-CREDITO   PIC 9(6).
           05  WS-BEN-QTD-DEVOLV    PIC 9(6).
           05  WS-BEN-QTD-ESTORNO   PIC 9(6).
           05  WS-BEN-QTD-RETORNO   PIC 9(7).
           05  WS-BEN-QTD-AVISOS    PIC 9(6).
           05  WS-BEN-QTD-VENCIDAS  PIC 9(6).
           05  WS-BEN-VL-CREDITADO  PIC S9(13)V99 COMP-3.
           05  WS-BEN-LINHA         PIC X(120).
           05  WS-BEN-VALOR-RET     PIC 9(11)V99.
           05  WS-BEN-CSG-RET       PIC 9(11)V99.
           05  WS-BEN-SIT-RET       PIC X(2).
           05  WS-BEN-DATA-RET      PIC 9(8).

       01  WS-CONSIG-CTRL.
      *    Retencao do consignado na origem: a parcela sai do
      *    proprio credito do beneficio, uma vez por competencia.
           05  WS-CSG-RETIDO-TOTAL  PIC S9(11)V99 COMP-3.
           05  WS-CSG-COMPETENCIA   PIC 9(6).

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-VL-DISP2          PIC Z(9)9,99-.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-NOTIF.
      *    Area de chamada da fila de notificacoes (BANKNOT)
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHAMADA-INTERFACE.
      *    Area de chamada do controle de interfaces (BANKIFC)
           05  WS-IFCSRV-MODO       PIC X(1).
           05  WS-IFCSRV-NOME       PIC X(12).
           05  WS-IFCSRV-QTD        PIC 9(7).
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-RECUPERACAO.
      *    Area de chamada da recuperacao de creditos (BANKRCP)
           05  WS-RCPSRV-MODO       PIC X(1).
           05  WS-RCPSRV-CONTRATO   PIC 9(10).
           05  WS-RCPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-RCPSRV-FORMA      PIC X(1).
           05  WS-RCPSRV-DATA       PIC 9(8).
           05  WS-RCPSRV-CODIGO     PIC 9(4).
           05  WS-RCPSRV-MENSAGEM   PIC X(60).

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
           PERFORM 0140-CARREGAR-CONFIGURACAO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 8000-LOTE-BENEFICIOS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQBENEF ARQPAGTO ARQESPOLIO
                 ARQEMPREST ARQCONSIG
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN I-O ARQBENEF
           IF FS-BENEF = '35'
               OPEN OUTPUT ARQBENEF
               CLOSE ARQBENEF
               OPEN I-O ARQBENEF
           END-IF
           OPEN I-O ARQPAGTO
           IF FS-PAGTO = '35'
               OPEN OUTPUT ARQPAGTO
               CLOSE ARQPAGTO
               OPEN I-O ARQPAGTO
           END-IF
           OPEN INPUT ARQESPOLIO
           IF FS-ESPOLIO = '35'
               OPEN OUTPUT ARQESPOLIO
               CLOSE ARQESPOLIO
               OPEN INPUT ARQESPOLIO
           END-IF
           OPEN I-O ARQCONSIG
           IF FS-CONSIG = '35'
               OPEN OUTPUT ARQCONSIG
               CLOSE ARQCONSIG
               OPEN I-O ARQCONSIG
           END-IF
           OPEN I-O ARQEMPREST
           IF FS-EMPREST = '35'
               OPEN OUTPUT ARQEMPREST
               CLOSE ARQEMPREST
               OPEN I-O ARQEMPREST
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO BPG-ID
           START ARQPAGTO KEY IS <= BPG-ID
           IF FS-BPG-OK
               READ ARQPAGTO NEXT
               IF FS-BPG-OK
                   MOVE BPG-ID TO WS-BPG-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO INS-TRANS-ID
           START ARQTRANS KEY IS <= INS-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE INS-TRANS-ID TO WS-PROXIMO-ID
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

       0140-CARREGAR-CONFIGURACAO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG-OK
                   IF CFG-BEN-AVISO-DIAS > ZEROS
                       MOVE CFG-BEN-AVISO-DIAS TO WS-BEN-AVISO-DIAS
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' BENEFICIOS INSS E PROVA DE VIDA'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Beneficios da conta'
           DISPLAY ' 02. Registrar prova de vida'
           DISPLAY ' 03. Pagamentos do beneficio'
           DISPLAY ' 04. Provas de vida a vencer'
           DISPLAY ' 05. Processar lote de beneficios'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '02' OR '05'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CONSULTAR-CONTA
               WHEN '02'
                   PERFORM 3000-REGISTRAR-PROVA-VIDA
               WHEN '03'
                   PERFORM 4000-HISTORICO-PAGAMENTOS
               WHEN '04'
                   PERFORM 5000-LISTAR-PRAZOS
               WHEN '05'
                   PERFORM 8000-LOTE-BENEFICIOS
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

       1950-CALCULAR-LIMITE-PROVA.
      *    Entra com a data base em WS-BEN-DATA-CALC e devolve nela
      *    o prazo da proxima prova de vida.
           ADD 1 TO WS-BEN-CALC-ANO
           IF WS-BEN-CALC-MMDD = 0229
               MOVE 0228 TO WS-BEN-CALC-MMDD
           END-IF.

       1960-APURAR-DIAS-PRAZO.
      *    Dias corridos da data de movimento ate o prazo do
      *    beneficio corrente (negativo: prova de vida vencida).
           COMPUTE WS-BEN-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(BEN-DT-LIMITE-PROVA)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           MOVE WS-BEN-DIAS-PRAZO TO WS-BEN-DIAS-EDIT.

       1970-EXIBIR-BENEFICIO.
           EVALUATE TRUE
               WHEN BEN-ATIVO
                   MOVE 'ATIVO' TO WS-BEN-SIT-TEXTO
               WHEN BEN-CESSADO
                   MOVE 'CESSADO' TO WS-BEN-SIT-TEXTO
               WHEN OTHER
                   MOVE BEN-SITUACAO TO WS-BEN-SIT-TEXTO
           END-EVALUATE
           MOVE BEN-VALOR TO WS-VL-DISP
           DISPLAY 'NB ' BEN-NB ' ' BEN-NOME
           DISPLAY '   ESPECIE ' BEN-ESPECIE ' CONTA ' BEN-CONTA
               ' VALOR ' WS-VL-DISP ' ' WS-BEN-SIT-TEXTO
           DISPLAY '   ULTIMA PROVA DE VIDA: ' BEN-DT-PROVA-VIDA
               ' PRAZO: ' BEN-DT-LIMITE-PROVA
               ' ULTIMO CREDITO: ' BEN-DT-ULT-CREDITO
           IF BEN-ATIVO
               PERFORM 1960-APURAR-DIAS-PRAZO
               IF WS-BEN-DIAS-PRAZO < ZEROS
                   DISPLAY '   *** PROVA DE VIDA VENCIDA - '
                       'ENCAMINHAR O BENEFICIARIO ***'
               ELSE
                   IF WS-BEN-DIAS-PRAZO <= WS-BEN-AVISO-DIAS
                       DISPLAY '   *** PROVA DE VIDA VENCE EM '
                           WS-BEN-DIAS-EDIT ' DIAS ***'
                   END-IF
               END-IF
           END-IF.

      *================================================================
       2000-CONSULTAR-CONTA SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- BENEFICIOS CREDITADOS NA CONTA ---'
           DISPLAY 'Numero da conta: '
           ACCEPT WS-BEN-CONTA-INF
           MOVE ZEROS TO WS-BEN-QTD-LISTA
           MOVE WS-BEN-CONTA-INF TO BEN-CONTA
           START ARQBENEF KEY IS = BEN-CONTA
               INVALID KEY MOVE '23' TO FS-BENEF
           END-START
           IF NOT FS-BEN-NFD
               PERFORM UNTIL FS-BEN-EOF
                   READ ARQBENEF NEXT
                       AT END MOVE '10' TO FS-BENEF
                   END-READ
                   IF NOT FS-BEN-EOF
                       IF BEN-CONTA NOT = WS-BEN-CONTA-INF
                           MOVE '10' TO FS-BENEF
                       ELSE
                           PERFORM 1970-EXIBIR-BENEFICIO
                           ADD 1 TO WS-BEN-QTD-LISTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE '00' TO FS-BENEF
           IF WS-BEN-QTD-LISTA = ZEROS
               DISPLAY 'NENHUM BENEFICIO CREDITADO NESTA CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3000-REGISTRAR-PROVA-VIDA SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- REGISTRO DE PROVA DE VIDA ---'
           DISPLAY 'Numero do beneficio (NB): '
           ACCEPT WS-BEN-NB-INF
           MOVE WS-BEN-NB-INF TO BEN-NB
           READ ARQBENEF
               INVALID KEY
                   DISPLAY 'BENEFICIO NAO CADASTRADO'
                   MOVE 0002 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           IF BEN-CESSADO
               DISPLAY 'BENEFICIO CESSADO EM ' BEN-DT-CESSACAO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 1970-EXIBIR-BENEFICIO
           DISPLAY 'Data da prova de vida (AAAAMMDD, 0 = hoje): '
           ACCEPT WS-BEN-DATA-INF
           IF WS-BEN-DATA-INF = ZEROS
               MOVE WS-DATA-HOJE TO WS-BEN-DATA-INF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BEN-DATA-INF) NOT = 0
              OR WS-BEN-DATA-INF > WS-DATA-HOJE
              OR WS-BEN-DATA-INF < BEN-DT-PROVA-VIDA
               DISPLAY 'DATA DA PROVA DE VIDA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-BEN-DATA-INF TO BEN-DT-PROVA-VIDA
           MOVE WS-BEN-DATA-INF TO WS-BEN-DATA-CALC
           PERFORM 1950-CALCULAR-LIMITE-PROVA
           MOVE WS-BEN-DATA-CALC TO BEN-DT-LIMITE-PROVA
           MOVE ZEROS TO BEN-DT-AVISO
           MOVE LS-OPERADOR TO BEN-OPERADOR-PROVA
           REWRITE REG-BENEFICIO
           DISPLAY 'PROVA DE VIDA REGISTRADA - PROXIMA ATE '
               BEN-DT-LIMITE-PROVA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-HISTORICO-PAGAMENTOS SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY '--- PAGAMENTOS DO BENEFICIO ---'
           DISPLAY 'Numero do beneficio (NB): '
           ACCEPT WS-BEN-NB-INF
           MOVE WS-BEN-NB-INF TO BEN-NB
           READ ARQBENEF
               INVALID KEY
                   DISPLAY 'BENEFICIO NAO CADASTRADO'
                   MOVE 0002 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           PERFORM 1970-EXIBIR-BENEFICIO
           MOVE BEN-CPF TO BPG-CPF
           START ARQPAGTO KEY IS = BPG-CPF
               INVALID KEY MOVE '23' TO FS-PAGTO
           END-START
           IF NOT FS-BPG-NFD
               PERFORM UNTIL FS-BPG-EOF
                   READ ARQPAGTO NEXT
                       AT END MOVE '10' TO FS-PAGTO
                   END-READ
                   IF NOT FS-BPG-EOF
                       IF BPG-CPF NOT = BEN-CPF
                           MOVE '10' TO FS-PAGTO
                       ELSE
                           IF BPG-NB = BEN-NB
                               PERFORM 4100-EXIBIR-PAGAMENTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE '00' TO FS-PAGTO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-EXIBIR-PAGAMENTO.
           EVALUATE TRUE
               WHEN BPG-PENDENTE
                   MOVE 'PENDENTE' TO WS-BEN-SIT-TEXTO
               WHEN BPG-CREDITADO
                   MOVE 'CREDITADO' TO WS-BEN-SIT-TEXTO
               WHEN BPG-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WS-BEN-SIT-TEXTO
               WHEN OTHER
                   MOVE BPG-SITUACAO TO WS-BEN-SIT-TEXTO
           END-EVALUATE
           MOVE BPG-VALOR TO WS-VL-DISP
           MOVE BPG-VL-CONSIGNADO TO WS-VL-DISP2
           DISPLAY 'COMPET ' BPG-COMPETENCIA ' PAGTO ' BPG-DT-PAGTO
               ' ' WS-VL-DISP ' ' WS-BEN-SIT-TEXTO
               ' CONSIG ' WS-VL-DISP2 ' ' BPG-MOTIVO-DEV.

      *================================================================
       5000-LISTAR-PRAZOS SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY '--- PROVAS DE VIDA A VENCER ---'
           MOVE ZEROS TO WS-BEN-QTD-LISTA
           MOVE ZEROS TO BEN-NB
           START ARQBENEF KEY IS >= BEN-NB
               INVALID KEY MOVE '10' TO FS-BENEF
           END-START
           PERFORM UNTIL FS-BEN-EOF
               READ ARQBENEF NEXT
                   AT END MOVE '10' TO FS-BENEF
               END-READ
               IF NOT FS-BEN-EOF AND BEN-ATIVO
                   PERFORM 1960-APURAR-DIAS-PRAZO
                   IF WS-BEN-DIAS-PRAZO <= WS-BEN-AVISO-DIAS
                       DISPLAY 'NB ' BEN-NB ' CONTA ' BEN-CONTA
                           ' PRAZO ' BEN-DT-LIMITE-PROVA
                           ' DIAS ' WS-BEN-DIAS-EDIT
                           ' ' BEN-NOME
                       ADD 1 TO WS-BEN-QTD-LISTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BENEF
           DISPLAY 'BENEFICIOS LISTADOS: ' WS-BEN-QTD-LISTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       8000-LOTE-BENEFICIOS SECTION.
      *================================================================
       8000-INICIO.
           DISPLAY '--- BENEFICIOS DO INSS ---'
           INITIALIZE WS-LOTE-BEN-CTRL
           PERFORM 8100-CARREGAR-ARQUIVO-INSS
           PERFORM 8200-CREDITAR-PAGAMENTOS
           PERFORM 8500-DEVOLVER-POS-OBITO
           PERFORM 8600-GERAR-RETORNO
           PERFORM 8700-AVISAR-PROVA-VIDA
           MOVE WS-BEN-VL-CREDITADO TO WS-VL-DISP
           DISPLAY 'PAGAMENTOS CARREGADOS:      ' WS-BEN-QTD-CARGA
           DISPLAY 'PAGAMENTOS DUPLICADOS:      ' WS-BEN-QTD-DUPLIC
           DISPLAY 'LINHAS INVALIDAS:           ' WS-BEN-QTD-INVALID
           DISPLAY 'BENEFICIOS CREDITADOS:      ' WS-BEN-QTD-CREDITO
           DISPLAY 'VALOR CREDITADO:        ' WS-VL-DISP
           DISPLAY 'DEVOLVIDOS SEM CREDITO:     ' WS-BEN-QTD-DEVOLV
           DISPLAY 'ESTORNADOS APOS OBITO:      ' WS-BEN-QTD-ESTORNO
           DISPLAY 'LINHAS NO RETORNO AO INSS:  ' WS-BEN-QTD-RETORNO
           DISPLAY 'AVISOS DE PROVA DE VIDA:    ' WS-BEN-QTD-AVISOS
           DISPLAY 'PROVAS DE VIDA VENCIDAS:    ' WS-BEN-QTD-VENCIDAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8100-CARREGAR-ARQUIVO-INSS.
      *    Controle de interfaces: o mesmo arquivo do INSS nunca e
      *    carregado duas vezes (BANKIFC confere trailer e hash).
           MOVE 'C' TO WS-IFCSRV-MODO
           MOVE 'BANKBEN.IN' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           EVALUATE WS-IFCSRV-CODIGO
               WHEN 3
                   DISPLAY 'SEM ARQUIVO DE PAGAMENTOS BANKBEN.IN'
                   EXIT PARAGRAPH
               WHEN 2
                   DISPLAY 'ARQUIVO DO INSS DUPLICADO - '
                       WS-IFCSRV-MENSAGEM
                   EXIT PARAGRAPH
               WHEN 1
                   DISPLAY 'ARQUIVO DO INSS COM TOTAIS INVALIDOS - '
                       'NAO PROCESSADO'
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN INPUT ARQBENIN
           IF FS-BNI-NFD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-BNI-EOF
               READ ARQBENIN
                   AT END SET FS-BNI-EOF TO TRUE
                   NOT AT END
                       IF BNI-TIPO-REG = 'DET'
                           PERFORM 8150-REGISTRAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQBENIN.

       8150-REGISTRAR-PAGAMENTO.
           IF BNI-NB = ZEROS OR BNI-VALOR = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD(BNI-DT-PAGTO) NOT = 0
               DISPLAY 'LINHA INVALIDA NO ARQUIVO DO INSS - NB '
                   BNI-NB
               ADD 1 TO WS-BEN-QTD-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 8160-VERIFICAR-DUPLICIDADE
           IF BEN-PAGTO-DUPLICADO
               DISPLAY 'NB ' BNI-NB ' COMPETENCIA ' BNI-COMPETENCIA
                   ' JA CARREGADO - IGNORADO'
               ADD 1 TO WS-BEN-QTD-DUPLIC
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-PAGAMENTO-BENEFICIO
           ADD 1 TO WS-BPG-PROX-ID
           MOVE WS-BPG-PROX-ID TO BPG-ID
           MOVE BNI-NB TO BPG-NB
           MOVE BNI-CPF TO BPG-CPF
           MOVE BNI-CONTA TO BPG-CONTA
           MOVE BNI-COMPETENCIA TO BPG-COMPETENCIA
           MOVE BNI-VALOR TO BPG-VALOR
           MOVE BNI-DT-PAGTO TO BPG-DT-PAGTO
           MOVE WS-DATA-MOVIMENTO TO BPG-DT-CARGA
           MOVE 'P' TO BPG-SITUACAO
           MOVE SPACES TO BPG-MOTIVO-DEV BPG-SIT-INFORMADA
           WRITE REG-PAGAMENTO-BENEFICIO
           ADD 1 TO WS-BEN-QTD-CARGA
           PERFORM 8170-ATUALIZAR-CADASTRO.

       8160-VERIFICAR-DUPLICIDADE.
      *    Mesmo beneficio e competencia ja carregados em outro
      *    arquivo (reenvio do INSS com conteudo diferente).
           MOVE 'N' TO WS-BEN-DUPLICADO
           MOVE BNI-CPF TO BPG-CPF
           START ARQPAGTO KEY IS = BPG-CPF
               INVALID KEY MOVE '23' TO FS-PAGTO
           END-START
           IF FS-BPG-NFD
               MOVE '00' TO FS-PAGTO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-BPG-EOF
               READ ARQPAGTO NEXT
                   AT END MOVE '10' TO FS-PAGTO
               END-READ
               IF NOT FS-BPG-EOF
                   IF BPG-CPF NOT = BNI-CPF
                       MOVE '10' TO FS-PAGTO
                   ELSE
                       IF BPG-NB = BNI-NB
                          AND BPG-COMPETENCIA = BNI-COMPETENCIA
                           MOVE 'S' TO WS-BEN-DUPLICADO
                           MOVE '10' TO FS-PAGTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PAGTO.

       8170-ATUALIZAR-CADASTRO.
      *    O cadastro acompanha o ultimo arquivo: conta, nome e
      *    valor vigente. Beneficio novo entra com o prazo da prova
      *    de vida contado da inclusao.
           MOVE BNI-NB TO BEN-NB
           READ ARQBENEF
               INVALID KEY MOVE '23' TO FS-BENEF
           END-READ
           IF FS-BEN-NFD
               INITIALIZE REG-BENEFICIO
               MOVE BNI-NB TO BEN-NB
               MOVE WS-DATA-MOVIMENTO TO BEN-DT-INCLUSAO
               MOVE WS-DATA-MOVIMENTO TO WS-BEN-DATA-CALC
               PERFORM 1950-CALCULAR-LIMITE-PROVA
               MOVE WS-BEN-DATA-CALC TO BEN-DT-LIMITE-PROVA
               MOVE 'A' TO BEN-SITUACAO
               MOVE SPACES TO BEN-OPERADOR-PROVA
           END-IF
           MOVE BNI-CPF TO BEN-CPF
           MOVE BNI-CONTA TO BEN-CONTA
           MOVE BNI-NOME TO BEN-NOME
           MOVE BNI-ESPECIE TO BEN-ESPECIE
           MOVE BNI-VALOR TO BEN-VALOR
           IF FS-BEN-NFD
               WRITE REG-BENEFICIO
           ELSE
               REWRITE REG-BENEFICIO
           END-IF
           MOVE '00' TO FS-BENEF.

       8200-CREDITAR-PAGAMENTOS.
      *    Pagamento pendente e creditado no lote da data de
      *    pagamento informada pelo INSS (ou no primeiro lote depois
      *    dela, se o arquivo chegou atrasado).
           MOVE ZEROS TO BPG-ID
           START ARQPAGTO KEY IS >= BPG-ID
               INVALID KEY MOVE '10' TO FS-PAGTO
           END-START
           PERFORM UNTIL FS-BPG-EOF
               READ ARQPAGTO NEXT
                   AT END MOVE '10' TO FS-PAGTO
               END-READ
               IF NOT FS-BPG-EOF
                   IF BPG-PENDENTE
                      AND BPG-DT-PAGTO <= WS-DATA-MOVIMENTO
                       PERFORM 8250-CREDITAR-UM-PAGAMENTO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PAGTO.

       8250-CREDITAR-UM-PAGAMENTO.
           MOVE SPACES TO WS-BEN-MOTIVO
           MOVE BPG-CPF TO ESP-CPF
           PERFORM 8260-CONSULTAR-OBITO
           IF WS-BEN-DT-OBITO > ZEROS
              AND BPG-DT-PAGTO > WS-BEN-DT-OBITO
               MOVE 'OB' TO WS-BEN-MOTIVO
           ELSE
               MOVE BPG-CONTA TO INS-CONTA-NUM
               READ ARQCONTAS KEY IS INS-CONTA-NUM
                   INVALID KEY MOVE 'CI' TO WS-BEN-MOTIVO
               END-READ
           END-IF
           IF WS-BEN-MOTIVO = SPACES
               EVALUATE INS-CONTA-STATUS
                   WHEN 'A'
                       PERFORM 8270-CONFERIR-TITULAR
                       IF NOT BEN-TITULAR-CONFERE
                           MOVE 'TD' TO WS-BEN-MOTIVO
                       END-IF
                   WHEN 'E'
                       MOVE 'CI' TO WS-BEN-MOTIVO
                   WHEN OTHER
                       MOVE 'CB' TO WS-BEN-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-BEN-MOTIVO NOT = SPACES
      *        Sem credito: o pagamento volta ao INSS no retorno.
               MOVE 'D' TO BPG-SITUACAO
               MOVE WS-BEN-MOTIVO TO BPG-MOTIVO-DEV
               MOVE WS-DATA-MOVIMENTO TO BPG-DT-DEVOLUCAO
               REWRITE REG-PAGAMENTO-BENEFICIO
               ADD 1 TO WS-BEN-QTD-DEVOLV
               DISPLAY 'NB ' BPG-NB ' COMPETENCIA ' BPG-COMPETENCIA
                   ' NAO CREDITADO - DEVOLVIDO MOTIVO '
                   WS-BEN-MOTIVO
               IF WS-BEN-MOTIVO = 'OB'
                   PERFORM 8550-CESSAR-BENEFICIO
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-CREDITAR-CONTA
           MOVE INS-TRANS-ID TO BPG-TRANS-CREDITO
           PERFORM 8400-RETER-CONSIGNADOS
           MOVE 'C' TO BPG-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO BPG-DT-CREDITO
           MOVE WS-CSG-RETIDO-TOTAL TO BPG-VL-CONSIGNADO
           REWRITE REG-PAGAMENTO-BENEFICIO
           ADD 1 TO WS-BEN-QTD-CREDITO
           ADD BPG-VALOR TO WS-BEN-VL-CREDITADO
           MOVE BPG-NB TO BEN-NB
           READ ARQBENEF
               INVALID KEY CONTINUE
           END-READ
           IF FS-BEN-OK
               MOVE WS-DATA-MOVIMENTO TO BEN-DT-ULT-CREDITO
               REWRITE REG-BENEFICIO
           END-IF
           MOVE '00' TO FS-BENEF.

       8260-CONSULTAR-OBITO.
      *    Entra com ESP-CPF; devolve a data do obito registrada
      *    pelo BANKOBT ou zero.
           MOVE ZEROS TO WS-BEN-DT-OBITO
           READ ARQESPOLIO
               INVALID KEY CONTINUE
           END-READ
           IF FS-ESP-OK
               MOVE ESP-DT-OBITO TO WS-BEN-DT-OBITO
           END-IF
           MOVE '00' TO FS-ESPOLIO.

       8270-CONFERIR-TITULAR.
      *    O beneficiario tem de ser titular ou cotitular da conta.
      *    O CPF da conta pode estar gravado tokenizado (BANKCRY).
           MOVE 'N' TO WS-BEN-TITULAR
           MOVE BPG-CPF TO WS-BEN-CPF-BUSCA
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE BPG-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-BEN-CPF-BUSCA
           END-IF
           IF INS-CONTA-CPF = BPG-CPF OR WS-BEN-CPF-BUSCA
              OR INS-CONTA-COTIT-CPF = BPG-CPF OR WS-BEN-CPF-BUSCA
               MOVE 'S' TO WS-BEN-TITULAR
           END-IF.

       8300-CREDITAR-CONTA.
           ADD BPG-VALOR TO INS-CONTA-SALDO
           MOVE WS-DATA-HOJE TO INS-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO INS-TRANS-ID
           MOVE BPG-CONTA TO INS-TRANS-CONTA-ORG
           MOVE ZEROS TO INS-TRANS-CONTA-DEST
           MOVE 'DEP' TO INS-TRANS-TIPO
           MOVE BPG-VALOR TO INS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO INS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO INS-TRANS-HORA
           MOVE SPACES TO INS-TRANS-DESCRICAO
           STRING 'Credito beneficio INSS NB ' DELIMITED SIZE
                  BPG-NB                       DELIMITED SIZE
                  ' competencia '              DELIMITED SIZE
                  BPG-COMPETENCIA              DELIMITED SIZE
               INTO INS-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO INS-TRANS-STATUS
           COMPUTE INS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'INSS' TO INS-TRANS-CANAL
           MOVE 'BRL' TO INS-TRANS-MOEDA
           WRITE REG-TRANS.

       8400-RETER-CONSIGNADOS.
      *    Mesma regra do credito de folha (BANKCNAB): competencia
      *    e o mes do credito, entao a conta que recebe salario e
      *    beneficio tem a parcela retida uma unica vez no mes.
           MOVE ZEROS TO WS-CSG-RETIDO-TOTAL
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-CSG-COMPETENCIA
           MOVE BPG-CONTA TO CSG-CONTA
           START ARQCONSIG KEY IS = CSG-CONTA
               INVALID KEY MOVE '23' TO FS-CONSIG
           END-START
           IF FS-CSG-NFD
               MOVE '00' TO FS-CONSIG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-CSG-EOF
               READ ARQCONSIG NEXT
                   AT END MOVE '10' TO FS-CONSIG
               END-READ
               IF NOT FS-CSG-EOF
                   IF CSG-CONTA NOT = BPG-CONTA
                       MOVE '10' TO FS-CONSIG
                   ELSE
                       IF CSG-ATIVO
                          AND CSG-COMPET-RETIDA <
                              WS-CSG-COMPETENCIA
                           PERFORM 8450-RETER-UMA-PARCELA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONSIG.

       8450-RETER-UMA-PARCELA.
           MOVE BPG-CONTA TO INS-CONTA-NUM
           READ ARQCONTAS KEY IS INS-CONTA-NUM
           IF NOT FS-CONTA-OK
               EXIT PARAGRAPH
           END-IF
           SUBTRACT CSG-VALOR-PARCELA FROM INS-CONTA-SALDO
           MOVE WS-DATA-HOJE TO INS-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD CSG-VALOR-PARCELA TO WS-CSG-RETIDO-TOTAL
           MOVE WS-CSG-COMPETENCIA TO CSG-COMPET-RETIDA
           MOVE 'PEM' TO INS-TRANS-TIPO
           MOVE CSG-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-OK
      *        Contrato baixado para prejuizo: a retencao e
      *        recuperacao de credito.
               IF EMP-PREJUIZO
                   MOVE 'RCP' TO INS-TRANS-TIPO
                   MOVE 'R' TO WS-RCPSRV-MODO
                   MOVE EMP-ID TO WS-RCPSRV-CONTRATO
                   MOVE CSG-VALOR-PARCELA TO WS-RCPSRV-VALOR
                   MOVE 'F' TO WS-RCPSRV-FORMA
                   MOVE WS-DATA-MOVIMENTO TO WS-RCPSRV-DATA
                   CALL 'BANKRCP' USING WS-CHAMADA-RECUPERACAO
               END-IF
               ADD 1 TO EMP-PARCELAS-PAGAS
               MOVE WS-CSG-COMPETENCIA TO EMP-COMPET-COBRADA
               IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
                   MOVE 'Q' TO EMP-SITUACAO
                   MOVE 'E' TO CSG-STATUS
                   DISPLAY 'CONSIGNADO ' EMP-ID
                       ' QUITADO NO BENEFICIO'
               END-IF
               REWRITE REG-EMPRESTIMO
           END-IF
           REWRITE REG-CONSIGNADO
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO INS-TRANS-ID
           MOVE BPG-CONTA TO INS-TRANS-CONTA-ORG
           MOVE ZEROS TO INS-TRANS-CONTA-DEST
           MOVE CSG-VALOR-PARCELA TO INS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO INS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO INS-TRANS-HORA
           MOVE SPACES TO INS-TRANS-DESCRICAO
           STRING 'Parcela consignado retida no beneficio contrato '
                  DELIMITED SIZE
                  CSG-CONTRATO DELIMITED SIZE
               INTO INS-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO INS-TRANS-STATUS
           COMPUTE INS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'CONSIG' TO INS-TRANS-CANAL
           MOVE 'BRL' TO INS-TRANS-MOEDA
           WRITE REG-TRANS.

       8500-DEVOLVER-POS-OBITO.
      *    Obito registrado depois do credito: cada caso de espolio
      *    tem os pagamentos do CPF conferidos, e o creditado com
      *    data de pagamento posterior ao obito e estornado da conta
      *    para devolucao ao INSS.
           MOVE LOW-VALUES TO ESP-CPF
           START ARQESPOLIO KEY IS >= ESP-CPF
               INVALID KEY MOVE '10' TO FS-ESPOLIO
           END-START
           PERFORM UNTIL FS-ESP-EOF
               READ ARQESPOLIO NEXT
                   AT END MOVE '10' TO FS-ESPOLIO
               END-READ
               IF NOT FS-ESP-EOF
                   PERFORM 8520-CONFERIR-PAGAMENTOS-CPF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ESPOLIO.

       8520-CONFERIR-PAGAMENTOS-CPF.
           MOVE ESP-CPF TO BPG-CPF
           START ARQPAGTO KEY IS = BPG-CPF
               INVALID KEY MOVE '23' TO FS-PAGTO
           END-START
           IF FS-BPG-NFD
               MOVE '00' TO FS-PAGTO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-BPG-EOF
               READ ARQPAGTO NEXT
                   AT END MOVE '10' TO FS-PAGTO
               END-READ
               IF NOT FS-BPG-EOF
                   IF BPG-CPF NOT = ESP-CPF
                       MOVE '10' TO FS-PAGTO
                   ELSE
                       IF BPG-CREDITADO
                          AND BPG-DT-PAGTO > ESP-DT-OBITO
                           PERFORM 8510-ESTORNAR-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PAGTO.

       8510-ESTORNAR-CREDITO.
      *    O INSS recebe de volta o valor bruto do beneficio, mesmo
      *    que deixe a conta do espolio devedora.
           MOVE BPG-CONTA TO INS-CONTA-NUM
           READ ARQCONTAS KEY IS INS-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA ' BPG-CONTA ' INDISPONIVEL - ESTORNO '
                   'DO BENEFICIO NB ' BPG-NB
                   ' PENDENTE DE REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT BPG-VALOR FROM INS-CONTA-SALDO
           MOVE WS-DATA-HOJE TO INS-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO INS-TRANS-ID
           MOVE BPG-CONTA TO INS-TRANS-CONTA-ORG
           MOVE ZEROS TO INS-TRANS-CONTA-DEST
           MOVE 'DEV' TO INS-TRANS-TIPO
           MOVE BPG-VALOR TO INS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO INS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO INS-TRANS-HORA
           MOVE SPACES TO INS-TRANS-DESCRICAO
           STRING 'Devolucao ao INSS beneficio NB ' DELIMITED SIZE
                  BPG-NB                            DELIMITED SIZE
                  ' competencia '                   DELIMITED SIZE
                  BPG-COMPETENCIA                   DELIMITED SIZE
                  ' pago apos obito'                DELIMITED SIZE
               INTO INS-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO INS-TRANS-STATUS
           COMPUTE INS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'INSS' TO INS-TRANS-CANAL
           MOVE 'BRL' TO INS-TRANS-MOEDA
           WRITE REG-TRANS
           MOVE 'D' TO BPG-SITUACAO
           MOVE 'OB' TO BPG-MOTIVO-DEV
           MOVE WS-DATA-MOVIMENTO TO BPG-DT-DEVOLUCAO
           MOVE INS-TRANS-ID TO BPG-TRANS-ESTORNO
           REWRITE REG-PAGAMENTO-BENEFICIO
           MOVE BPG-VALOR TO WS-VL-DISP
           DISPLAY 'NB ' BPG-NB ' COMPETENCIA ' BPG-COMPETENCIA
               ' PAGO APOS O OBITO - ESTORNADO DA CONTA '
               BPG-CONTA ': ' WS-VL-DISP
           ADD 1 TO WS-BEN-QTD-ESTORNO
           PERFORM 8550-CESSAR-BENEFICIO.

       8550-CESSAR-BENEFICIO.
           MOVE BPG-NB TO BEN-NB
           READ ARQBENEF
               INVALID KEY CONTINUE
           END-READ
           IF FS-BEN-OK AND BEN-ATIVO
               MOVE 'C' TO BEN-SITUACAO
               MOVE WS-DATA-MOVIMENTO TO BEN-DT-CESSACAO
               REWRITE REG-BENEFICIO
           END-IF
           MOVE '00' TO FS-BENEF.

       8600-GERAR-RETORNO.
      *    Retorno ao INSS: cada pagamento creditado (PG) ou
      *    devolvido (DV) ainda nao informado nessa situacao. A
      *    remessa entra no log de despachos.
           OPEN OUTPUT ARQBENRET
           MOVE ZEROS TO BPG-ID
           START ARQPAGTO KEY IS >= BPG-ID
               INVALID KEY MOVE '10' TO FS-PAGTO
           END-START
           PERFORM UNTIL FS-BPG-EOF
               READ ARQPAGTO NEXT
                   AT END MOVE '10' TO FS-PAGTO
               END-READ
               IF NOT FS-BPG-EOF
                   IF (BPG-CREDITADO OR BPG-DEVOLVIDO)
                      AND BPG-SIT-INFORMADA NOT = BPG-SITUACAO
                       PERFORM 8650-GRAVAR-LINHA-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PAGTO
           MOVE SPACES TO WS-BEN-LINHA
           MOVE 'TRL' TO WS-BEN-LINHA(1:3)
           MOVE WS-BEN-QTD-RETORNO TO WS-BEN-LINHA(4:7)
           WRITE REG-BENRET FROM WS-BEN-LINHA
           CLOSE ARQBENRET
           MOVE 'S' TO WS-IFCSRV-MODO
           MOVE 'BANKBEN.RET' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE.

       8650-GRAVAR-LINHA-RETORNO.
           IF BPG-CREDITADO
               MOVE 'PG' TO WS-BEN-SIT-RET
               MOVE BPG-DT-CREDITO TO WS-BEN-DATA-RET
           ELSE
               MOVE 'DV' TO WS-BEN-SIT-RET
               MOVE BPG-DT-DEVOLUCAO TO WS-BEN-DATA-RET
           END-IF
           MOVE BPG-VALOR TO WS-BEN-VALOR-RET
           MOVE BPG-VL-CONSIGNADO TO WS-BEN-CSG-RET
           MOVE SPACES TO WS-BEN-LINHA
           STRING 'RET'                DELIMITED SIZE
                  BPG-NB               DELIMITED SIZE
                  BPG-CPF              DELIMITED SIZE
                  BPG-CONTA            DELIMITED SIZE
                  BPG-COMPETENCIA      DELIMITED SIZE
                  WS-BEN-VALOR-RET     DELIMITED SIZE
                  BPG-DT-PAGTO         DELIMITED SIZE
                  WS-BEN-SIT-RET       DELIMITED SIZE
                  BPG-MOTIVO-DEV       DELIMITED SIZE
                  WS-BEN-DATA-RET      DELIMITED SIZE
                  WS-BEN-CSG-RET       DELIMITED SIZE
               INTO WS-BEN-LINHA
           END-STRING
           WRITE REG-BENRET FROM WS-BEN-LINHA
           MOVE BPG-SITUACAO TO BPG-SIT-INFORMADA
           MOVE WS-DATA-MOVIMENTO TO BPG-DT-RETORNO
           REWRITE REG-PAGAMENTO-BENEFICIO
           ADD 1 TO WS-BEN-QTD-RETORNO.

       8700-AVISAR-PROVA-VIDA.
      *    Um aviso por prazo, dentro da antecedencia configurada;
      *    prova ja vencida sai no log para a agencia procurar o
      *    beneficiario.
           MOVE ZEROS TO BEN-NB
           START ARQBENEF KEY IS >= BEN-NB
               INVALID KEY MOVE '10' TO FS-BENEF
           END-START
           PERFORM UNTIL FS-BEN-EOF
               READ ARQBENEF NEXT
                   AT END MOVE '10' TO FS-BENEF
               END-READ
               IF NOT FS-BEN-EOF AND BEN-ATIVO
                   PERFORM 1960-APURAR-DIAS-PRAZO
                   IF WS-BEN-DIAS-PRAZO < ZEROS
                       DISPLAY 'PROVA DE VIDA VENCIDA NB ' BEN-NB
                           ' CONTA ' BEN-CONTA
                           ' PRAZO ' BEN-DT-LIMITE-PROVA
                       ADD 1 TO WS-BEN-QTD-VENCIDAS
                   END-IF
                   IF WS-BEN-DIAS-PRAZO <= WS-BEN-AVISO-DIAS
                      AND BEN-DT-AVISO = ZEROS
                       PERFORM 8750-NOTIFICAR-BENEFICIARIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BENEF.

       8750-NOTIFICAR-BENEFICIARIO.
           MOVE BEN-CONTA TO WS-NOT-CONTA
           MOVE 'PVD' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Prova de vida do beneficio INSS ' DELIMITED SIZE
                  BEN-NB                             DELIMITED SIZE
                  ' vence em '                       DELIMITED SIZE
                  BEN-DT-LIMITE-PROVA(7:2)           DELIMITED SIZE
                  '/'                                DELIMITED SIZE
                  BEN-DT-LIMITE-PROVA(5:2)           DELIMITED SIZE
                  '/'                                DELIMITED SIZE
                  BEN-DT-LIMITE-PROVA(1:4)           DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIF
           MOVE WS-DATA-MOVIMENTO TO BEN-DT-AVISO
           REWRITE REG-BENEFICIO
           ADD 1 TO WS-BEN-QTD-AVISOS.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
