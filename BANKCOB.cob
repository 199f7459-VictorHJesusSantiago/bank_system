      * beneficiario, registra a transacao e entra no arquivo de
      * retorno BANKBOL.RET, quebrado por beneficiario. O lote
      * noturno processa as liquidacoes, marca os titulos vencidos
      * e gera o retorno do dia. Titulo descontado em bordero
      * (BANKDSC, servico BANKDSS) tem o pagamento liquidando o
      * bordero - so o excedente vai ao beneficiario - e, vencido
      * sem pagamento ou baixado, o valor de face e debitado de
      * volta na conta do beneficiario. Liquidacao de titulo nao
      * registrado, ja pago ou baixado, ou de beneficiario com conta
      * indisponivel fica retida na conta transitoria (servico
      * BANKSUS) para a operacao regularizar ou devolver.
      * Protesto: o titulo pode ser registrado com instrucao de
      * protesto automatico N dias apos o vencimento. O lote remete
      * a central de cartorios (BANKCRA.REM) os vencidos ha N dias
      * ou mais e os pedidos de cancelamento, e le o retorno da
      * central (BANKCRA.RET): apontamento, protesto, pagamento em
      * cartorio - que liquida o titulo e credita o beneficiario -,
      * cancelamento e devolucao, com as custas do cartorio
      * debitadas do beneficiario. Titulo pago no banco ou baixado
      * com protesto em curso tem o cancelamento pedido na remessa
      * seguinte. Cada passo do protesto sai no BANKBOL.RET.
      * Parcela de emprestimo: o BANKLOAN emite na carteira propria
      * (beneficiario zerado) o boleto da parcela ou o carne do
      * contrato, vinculados em BANKEMPB.DAT. O pagamento desse
      * boleto nao credita conta: baixa a parcela no contrato
      * (BANKEMPR.DAT) com a multa e os juros de mora da cobranca
      * (BANKCFG.DAT) sobre o atraso contado do vencimento rolado
      * ao dia util da praca; pago abaixo do devido, fica retido
      * na transitoria. A baixa manual devolve a parcela ao debito
      * em conta do lote.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOB.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQCRAREM ASSIGN TO 'BANKCRA.REM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRAREM.

           SELECT ARQCRARET ASSIGN TO 'BANKCRA.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRARET.

           SELECT ARQBOLEMP ASSIGN TO 'BANKEMPB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS EBL-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLEMP.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  BOL-BAIXADO       VALUE 'B'.
           05  BOL-DT-PAGAMENTO      PIC 9(8).
           05  BOL-VALOR-PAGO        PIC S9(13)V99 COMP-3.
      *    Protesto pela central de cartorios: instrucao de dias
      *    apos o vencimento (zero = nao protestar) e situacao do
      *    titulo no cartorio.
           05  BOL-PROTESTO-DIAS     PIC 9(3).
           05  BOL-SIT-PROTESTO      PIC X(1).
               88  BOL-SEM-PROTESTO  VALUE SPACE.
               88  BOL-PROT-REMETIDO VALUE 'E'.
               88  BOL-PROT-APONTADO VALUE 'A'.
               88  BOL-PROTESTADO    VALUE 'T'.
               88  BOL-PROT-LIQUIDADO VALUE 'L'.
               88  BOL-PROT-CANC-SOLIC VALUE 'S'.
               88  BOL-PROT-CANC-REMETIDO VALUE 'K'.
               88  BOL-PROT-CANCELADO VALUE 'C'.
               88  BOL-PROT-DEVOLVIDO VALUE 'D'.
               88  BOL-PROTESTO-EM-CURSO VALUE 'E' 'A' 'T'.
           05  BOL-DT-PROTESTO       PIC 9(8).
           05  BOL-PROTOCOLO         PIC X(15).
           05  BOL-CUSTAS-CARTORIO   PIC S9(7)V99 COMP-3.

       FD  ARQBOLIN.
       01  REG-BOLIN.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *    Remessa a central de cartorios: um PRT por pedido de
      *    protesto ou CAN por pedido de cancelamento, fechada pelo
      *    TRL com a contagem de detalhes.
       FD  ARQCRAREM.
       01  REG-CRAREM                PIC X(240).

      *    Retorno da central: uma ocorrencia OCO por titulo -
      *    A apontado, T protestado, L pago em cartorio, C
      *    cancelado, D devolvido - com as custas a cargo do
      *    beneficiario; linhas de controle sao ignoradas.
       FD  ARQCRARET.
       01  REG-CRARET.
           05  CRR-TIPO-REG          PIC X(3).
           05  CRR-NOSSO-NUMERO      PIC 9(11).
           05  CRR-OCORRENCIA        PIC X(1).
           05  CRR-DT-OCORRENCIA     PIC 9(8).
           05  CRR-PROTOCOLO         PIC X(15).
           05  CRR-VALOR-PAGO        PIC 9(11)V99.
           05  CRR-CUSTAS            PIC 9(7)V99.
           05  CRR-MOTIVO            PIC X(40).

       FD  ARQBOLEMP.
           COPY BANKEMPB.

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
               88  EMP-RENEGOCIADO   VALUE 'R'.
               88  EMP-PREJUIZO      VALUE 'P'.

       FD  ARQCONFIG.
           COPY BANKCFG.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COB-CTRL.
               88  FS-BLI-NFD       VALUE '35'.
           05  FS-BOLRET            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  FS-CRAREM            PIC XX.
           05  FS-CRARET            PIC XX.
               88  FS-CRR-EOF       VALUE '10'.
           05  FS-BOLEMP            PIC XX.
               88  FS-EBL-OK        VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-NOTIFIC.
      *    Area de chamada do gravador de notificacoes (BANKNOT)
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-EMISSAO-CTRL.
           05  WS-BOL-PROX-NN       PIC 9(11) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-LIQ-VALOR-CREDITO PIC S9(13)V99 COMP-3.
           05  WS-LIQ-QTD-ESTORNOS  PIC 9(6).
           05  WS-LIQ-QTD-TRANSIT   PIC 9(6).

       01  WS-CHAMADA-TRANSITORIA.
      *    Area de chamada da conta transitoria (BANKSUS)
           05  WS-SUSSRV-MODO       PIC X(1).
           05  WS-SUSSRV-INTERFACE  PIC X(12).
           05  WS-SUSSRV-MOTIVO     PIC X(2).
           05  WS-SUSSRV-REFERENCIA PIC X(32).
           05  WS-SUSSRV-CONTA      PIC 9(10).
           05  WS-SUSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-SUSSRV-DATA       PIC 9(8).
           05  WS-SUSSRV-REGISTRO   PIC X(240).
           05  WS-SUSSRV-ID         PIC 9(10).
           05  WS-SUSSRV-CODIGO     PIC 9(4).
           05  WS-SUSSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-DESCONTO.
      *    Area de chamada do servico de desconto de titulos (BANKDSS)
           05  WS-DSS-MODO          PIC X(1).
           05  WS-DSS-TIPO          PIC X(1).
           05  WS-DSS-ORIGEM-ID     PIC 9(11).
           05  WS-DSS-DATA          PIC 9(8).
           05  WS-DSS-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-DSS-CONTA         PIC 9(10).
           05  WS-DSS-BORDERO       PIC 9(10).
           05  WS-DSS-CODIGO        PIC 9(4).
           05  WS-DSS-MENSAGEM      PIC X(60).

       01  WS-PROTESTO-CTRL.
      *    Protesto pela central de cartorios (CRA).
           05  WS-PRT-DIAS-INF      PIC 9(3).
           05  WS-PRT-DIAS-VENCIDO  PIC S9(5).
           05  WS-PRT-QTD-PROTESTO  PIC 9(6).
           05  WS-PRT-QTD-CANCEL    PIC 9(6).
           05  WS-PRT-QTD-OCORR     PIC 9(6).
           05  WS-PRT-QTD-REJEIT    PIC 9(6).
           05  WS-PRT-QTD-LIQUID    PIC 9(6).
           05  WS-PRT-QTD-DETALHE   PIC 9(7).
           05  WS-PRT-VALOR-CUSTAS  PIC S9(7)V99 COMP-3.
           05  WS-PRT-VL-EDIT       PIC Z(6)9,99.
           05  WS-PRT-DESCRICAO     PIC X(25).
           05  WS-PRT-LINHA         PIC X(240).
           05  WS-PRT-REMESSA REDEFINES WS-PRT-LINHA.
               10  PRM-TIPO-REG     PIC X(3).
               10  PRM-NOSSO-NUMERO PIC 9(11).
               10  PRM-BENEFICIARIO PIC 9(10).
               10  PRM-BENEF-NOME   PIC X(60).
               10  PRM-PAGADOR-NOME PIC X(60).
               10  PRM-PAGADOR-DOC  PIC X(14).
               10  PRM-VALOR        PIC 9(11)V99.
               10  PRM-DT-EMISSAO   PIC 9(8).
               10  PRM-DT-VENCTO    PIC 9(8).
               10  PRM-PROTOCOLO    PIC X(15).
               10  PRM-DT-REMESSA   PIC 9(8).
               10  FILLER           PIC X(30).

       01  WS-CHAMADA-INTERFACE.
      *    Area de chamada do controle de interfaces (BANKIFC)
           05  WS-IFCSRV-MODO       PIC X(1).
           05  WS-IFCSRV-NOME       PIC X(12).
           05  WS-IFCSRV-QTD        PIC 9(7).
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

       01  WS-PARCELA-EMP-CTRL.
      *    Boleto de parcela de emprestimo: encargos de atraso nas
      *    mesmas taxas da cobranca (BANKCFG.DAT; zero = padrao).
           05  WS-EBP-TEM-EMPREST   PIC X(1) VALUE 'N'.
               88  EBP-TEM-EMPREST  VALUE 'S'.
           05  WS-EBP-PARCELA-EMP   PIC X(1).
               88  EBP-PARCELA-EMP  VALUE 'S'.
           05  WS-EBP-RECUPERACAO   PIC X(1).
               88  EBP-RECUPERACAO  VALUE 'S'.
           05  WS-EBP-MULTA-PERC    PIC 9(2)V99 COMP-3 VALUE 2,00.
           05  WS-EBP-JUROS-DIA     PIC 9(1)V9(4) COMP-3
               VALUE 0,0330.
           05  WS-EBP-VENCTO-UTIL   PIC 9(8).
           05  WS-EBP-INT-VENCTO    PIC S9(9) COMP-3.
           05  WS-EBP-DIAS-ATRASO   PIC S9(5) COMP-3.
           05  WS-EBP-VL-MULTA      PIC S9(11)V99 COMP-3.
           05  WS-EBP-VL-JUROS      PIC S9(11)V99 COMP-3.
           05  WS-EBP-VL-DEVIDO     PIC S9(13)V99 COMP-3.
           05  WS-EBP-QTD-PARCELAS  PIC 9(6).

       01  WS-CHAMADA-PRACA.
      *    Area de chamada do dia util por praca (BANKPRA)
           05  WS-PRASRV-DATA       PIC 9(8).
           05  WS-PRASRV-AGENCIA    PIC 9(4).
           05  WS-PRASRV-CODIGO     PIC 9(4).
           05  WS-PRASRV-MOTIVO     PIC X(30).

       01  WS-CHAMADA-GARANTIA.
      *    Area de chamada do registro de garantias (BANKGAR)
           05  WS-GARSRV-MODO       PIC X(1).
           05  WS-GARSRV-CONTRATO   PIC 9(10).
           05  WS-GARSRV-INV-ID     PIC 9(10).
           05  WS-GARSRV-CODIGO     PIC 9(4).
           05  WS-GARSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-SEGURO.
      *    Area de chamada do servico de seguros (BANKSGS)
           05  WS-SEGSRV-MODO       PIC X(1).
           05  WS-SEGSRV-CONTRATO   PIC 9(10).
           05  WS-SEGSRV-CONTA      PIC 9(10).
           05  WS-SEGSRV-CPF        PIC X(11).
           05  WS-SEGSRV-AGENCIA    PIC 9(4).
           05  WS-SEGSRV-CAPITAL    PIC S9(11)V99 COMP-3.
           05  WS-SEGSRV-PREMIO     PIC S9(9)V99 COMP-3.
           05  WS-SEGSRV-CODIGO     PIC 9(4).
           05  WS-SEGSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-RECUPERACAO.
      *    Area de chamada da recuperacao de creditos (BANKRCP)
           05  WS-RCPSRV-MODO       PIC X(1).
           05  WS-RCPSRV-CONTRATO   PIC 9(10).
           05  WS-RCPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-RCPSRV-FORMA      PIC X(1).
           05  WS-RCPSRV-DATA       PIC 9(8).
           05  WS-RCPSRV-CODIGO     PIC 9(4).
           05  WS-RCPSRV-MENSAGEM   PIC X(60).

       01  WS-RETORNO-CTRL.
      *    Geracao do retorno: os titulos saem ordenados pela chave
           PERFORM 0120-SEED-PROXIMO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0140-ABRIR-PARCELAS-EMP
           PERFORM 0150-CARREGAR-ENCARGOS
           IF LS-MODO-BATCH
               PERFORM 3000-LIQUIDAR-PAGAMENTOS
               PERFORM 3500-MARCAR-VENCIDOS
               PERFORM 3600-RETORNO-CARTORIO
               PERFORM 3650-REMESSA-CARTORIO
               PERFORM 3700-GERAR-RETORNO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQBOLETO
           IF EBP-TEM-EMPREST
               CLOSE ARQBOLEMP ARQEMPREST
           END-IF
           MOVE 0 TO LS-CODIGO
           GOBACK.

               CLOSE ARQDATAMOV
           END-IF.

       0140-ABRIR-PARCELAS-EMP.
      *    Sem o vinculo de boletos de parcela (nenhum emitido pelo
      *    BANKLOAN) a cobranca segue so com a carteira de clientes.
           MOVE 'N' TO WS-EBP-TEM-EMPREST
           OPEN I-O ARQBOLEMP
           IF NOT FS-EBL-OK
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQEMPREST
           IF NOT FS-EMP-OK
               CLOSE ARQBOLEMP
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-EBP-TEM-EMPREST.

       0150-CARREGAR-ENCARGOS.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
               IF FS-CONFIG-OK
                   IF CFG-BOL-MULTA-PERC > ZEROS
                       MOVE CFG-BOL-MULTA-PERC TO WS-EBP-MULTA-PERC
                   END-IF
                   IF CFG-BOL-JUROS-DIA > ZEROS
                       MOVE CFG-BOL-JUROS-DIA TO WS-EBP-JUROS-DIA
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
           DISPLAY ' 02. Consultar carteira do beneficiario'
           DISPLAY ' 03. Baixar titulo'
           DISPLAY ' 04. Processar liquidacoes (BANKBOL.IN)'
           DISPLAY ' 05. Cancelar protesto de titulo'
           DISPLAY ' 06. Processar protestos (central de cartorios)'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '03' OR '04' OR '05' OR '06'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
               WHEN '04'
                   PERFORM 3000-LIQUIDAR-PAGAMENTOS
                   PERFORM 3700-GERAR-RETORNO
               WHEN '05'
                   PERFORM 4500-CANCELAR-PROTESTO
               WHEN '06'
                   PERFORM 3600-RETORNO-CARTORIO
                   PERFORM 3650-REMESSA-CARTORIO
                   PERFORM 3700-GERAR-RETORNO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
           DISPLAY 'Data de vencimento (AAAAMMDD): '
           ACCEPT WS-BOL-VENCTO-INF
           MOVE WS-BOL-VENCTO-INF TO BOL-DT-VENCTO
           DISPLAY 'Protestar quantos dias apos o vencimento '
               '(0 = nao protestar): '
           ACCEPT WS-PRT-DIAS-INF
           MOVE WS-PRT-DIAS-INF TO BOL-PROTESTO-DIAS
           MOVE SPACE TO BOL-SIT-PROTESTO
           MOVE ZEROS TO BOL-DT-PROTESTO BOL-CUSTAS-CARTORIO
           MOVE SPACES TO BOL-PROTOCOLO
           MOVE WS-DATA-HOJE TO BOL-DT-EMISSAO
           PERFORM 2100-MONTAR-LINHA-DIGITAVEL
           MOVE 'A' TO BOL-SITUACAO
           DISPLAY 'NOSSO NUMERO    : ' BOL-NOSSO-NUMERO
           DISPLAY 'VALOR           : ' WS-VL-EDIT
           DISPLAY 'LINHA DIGITAVEL : ' BOL-LINHA-DIGITAVEL
           IF BOL-PROTESTO-DIAS > ZEROS
               DISPLAY 'PROTESTO AUTOMATICO: ' BOL-PROTESTO-DIAS
                   ' DIA(S) APOS O VENCIMENTO'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3000-INICIO.
      *    Le as liquidacoes apresentadas e credita o beneficiario;
      *    titulo inexistente, ja pago ou baixado vai para a conta
      *    transitoria e, se a retencao falhar, e rejeitado no
      *    proprio relatorio de processamento.
           DISPLAY '--- LIQUIDACAO DE BOLETOS ---'
           MOVE ZEROS TO WS-LIQ-QTD-PAGOS WS-LIQ-QTD-REJEIT
                         WS-LIQ-QTD-TRANSIT WS-EBP-QTD-PARCELAS
           OPEN INPUT ARQBOLIN
           IF FS-BLI-NFD
               DISPLAY 'SEM ARQUIVO DE LIQUIDACAO BANKBOL.IN'
           CLOSE ARQBOLIN
           DISPLAY 'TITULOS LIQUIDADOS: ' WS-LIQ-QTD-PAGOS
           DISPLAY 'TITULOS REJEITADOS: ' WS-LIQ-QTD-REJEIT
           DISPLAY 'RETIDOS TRANSITORIA:' WS-LIQ-QTD-TRANSIT
           DISPLAY 'PARCELAS EMPRESTIMO:' WS-EBP-QTD-PARCELAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-BOL-OK
               MOVE 'TI' TO WS-SUSSRV-MOTIVO
               MOVE ZEROS TO WS-SUSSRV-CONTA
               PERFORM 3200-RETER-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'TITULO ' BLI-NOSSO-NUMERO
                   ' NAO REGISTRADO - REJEITADO'
               ADD 1 TO WS-LIQ-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           IF BOL-PAGO OR BOL-BAIXADO
               MOVE 'TP' TO WS-SUSSRV-MOTIVO
               MOVE BOL-BENEFICIARIO TO WS-SUSSRV-CONTA
               PERFORM 3200-RETER-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'TITULO ' BLI-NOSSO-NUMERO
                   ' JA PAGO OU BAIXADO - REJEITADO'
               ADD 1 TO WS-LIQ-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           IF EBP-TEM-EMPREST
               PERFORM 3800-LIQUIDAR-PARCELA-EMP
               IF EBP-PARCELA-EMP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 3150-LIQUIDAR-DESCONTADO
           IF WS-DSS-CODIGO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE BOL-BENEFICIARIO TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR COB-CONTA-STATUS NOT = 'A'
               MOVE 'CE' TO WS-SUSSRV-MOTIVO
               MOVE BOL-BENEFICIARIO TO WS-SUSSRV-CONTA
               PERFORM 3200-RETER-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'CONTA ' BOL-BENEFICIARIO ' INDISPONIVEL - '
                   'TITULO ' BLI-NOSSO-NUMERO ' REJEITADO'
               ADD 1 TO WS-LIQ-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           MOVE BLI-VALOR TO WS-LIQ-VALOR-CREDITO
           ADD BLI-VALOR TO COB-CONTA-SALDO
           MOVE WS-DATA-HOJE TO COB-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE 'P' TO BOL-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PAGAMENTO
           MOVE BLI-VALOR TO BOL-VALOR-PAGO
           PERFORM 3170-CANCELAR-PROTESTO-EM-CURSO
           REWRITE REG-BOLETO
           PERFORM 3300-REGISTRAR-TRANS-BOLETO
           PERFORM 3400-NOTIFICAR-BENEFICIARIO
           ADD 1 TO WS-LIQ-QTD-PAGOS.

       3150-LIQUIDAR-DESCONTADO.
      *    Duplicata descontada: o pagamento liquida o bordero e so o
      *    que exceder a face (juros e multa) e creditado ao
      *    beneficiario. Codigo diferente de zero = nao descontada.
           MOVE 'L' TO WS-DSS-MODO
           MOVE 'D' TO WS-DSS-TIPO
           MOVE BLI-NOSSO-NUMERO TO WS-DSS-ORIGEM-ID
           MOVE WS-DATA-MOVIMENTO TO WS-DSS-DATA
           MOVE BLI-VALOR TO WS-DSS-VALOR
           CALL 'BANKDSS' USING WS-CHAMADA-DESCONTO
           IF WS-DSS-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO BOL-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PAGAMENTO
           MOVE BLI-VALOR TO BOL-VALOR-PAGO
           PERFORM 3170-CANCELAR-PROTESTO-EM-CURSO
           REWRITE REG-BOLETO
           ADD 1 TO WS-LIQ-QTD-PAGOS
           DISPLAY 'TITULO ' BLI-NOSSO-NUMERO ' LIQUIDA BORDERO '
               WS-DSS-BORDERO
           IF WS-DSS-VALOR > ZEROS
               MOVE BOL-BENEFICIARIO TO COB-CONTA-NUM
               READ ARQCONTAS KEY IS COB-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONTA-OK
                   MOVE WS-DSS-VALOR TO WS-LIQ-VALOR-CREDITO
                   ADD WS-DSS-VALOR TO COB-CONTA-SALDO
                   MOVE WS-DATA-HOJE TO COB-CONTA-DT-ATUALIZACAO
                   REWRITE REG-CONTA
                   PERFORM 3300-REGISTRAR-TRANS-BOLETO
                   PERFORM 3400-NOTIFICAR-BENEFICIARIO
               END-IF
           END-IF.

       3170-CANCELAR-PROTESTO-EM-CURSO.
      *    Titulo quitado no banco ou baixado com protesto em curso:
      *    o cancelamento segue na proxima remessa ao cartorio.
           IF BOL-PROTESTO-EM-CURSO
               MOVE 'S' TO BOL-SIT-PROTESTO
               MOVE WS-DATA-MOVIMENTO TO BOL-DT-PROTESTO
               DISPLAY 'TITULO ' BOL-NOSSO-NUMERO ' COM PROTESTO EM '
                   'CURSO - CANCELAMENTO SOLICITADO'
           END-IF.

       3200-RETER-TRANSITORIA.
      *    Motivo e conta informada ja carregados pelo chamador.
           MOVE 'I' TO WS-SUSSRV-MODO
           MOVE 'BANKBOL.IN  ' TO WS-SUSSRV-INTERFACE
           MOVE SPACES TO WS-SUSSRV-REFERENCIA
           STRING 'NOSSO NUMERO ' DELIMITED SIZE
                  BLI-NOSSO-NUMERO DELIMITED SIZE
               INTO WS-SUSSRV-REFERENCIA
           END-STRING
           MOVE BLI-VALOR TO WS-SUSSRV-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-SUSSRV-DATA
           MOVE REG-BOLIN TO WS-SUSSRV-REGISTRO
           CALL 'BANKSUS' USING WS-CHAMADA-TRANSITORIA
           IF WS-SUSSRV-CODIGO = ZEROS
               DISPLAY 'TITULO ' BLI-NOSSO-NUMERO ' RETIDO NA '
                   'TRANSITORIA - ITEM ' WS-SUSSRV-ID
               ADD 1 TO WS-LIQ-QTD-TRANSIT
           ELSE
               DISPLAY 'TRANSITORIA: ' WS-SUSSRV-MENSAGEM
           END-IF.

       3300-REGISTRAR-TRANS-BOLETO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO COB-TRANS-ID
           MOVE ZEROS TO COB-TRANS-CONTA-ORG
           MOVE BOL-BENEFICIARIO TO COB-TRANS-CONTA-DEST
           MOVE 'BOL' TO COB-TRANS-TIPO
           MOVE WS-LIQ-VALOR-CREDITO TO COB-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO COB-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO COB-TRANS-HORA
           MOVE SPACES TO COB-TRANS-DESCRICAO
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

       3800-LIQUIDAR-PARCELA-EMP.
      *    Boleto de parcela de emprestimo: o pagamento baixa a
      *    parcela no contrato em vez de creditar beneficiario.
      *    Contrato ja liquidado ou pagamento abaixo do devido com
      *    encargos ficam retidos na transitoria.
           MOVE 'N' TO WS-EBP-PARCELA-EMP
           MOVE BLI-NOSSO-NUMERO TO EBL-NOSSO-NUMERO
           READ ARQBOLEMP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EBL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-EBP-PARCELA-EMP
           MOVE EBL-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK OR EMP-QUITADO OR EMP-RENEGOCIADO
              OR EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
               MOVE 'TP' TO WS-SUSSRV-MOTIVO
               MOVE ZEROS TO WS-SUSSRV-CONTA
               IF FS-EMP-OK
                   MOVE EMP-CONTA TO WS-SUSSRV-CONTA
               END-IF
               PERFORM 3200-RETER-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'TITULO ' BLI-NOSSO-NUMERO ' CONTRATO '
                   EBL-CONTRATO ' LIQUIDADO - REJEITADO'
               ADD 1 TO WS-LIQ-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3820-APURAR-ENCARGOS
           IF BLI-VALOR < WS-EBP-VL-DEVIDO
               MOVE 'VI' TO WS-SUSSRV-MOTIVO
               MOVE EMP-CONTA TO WS-SUSSRV-CONTA
               PERFORM 3200-RETER-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'TITULO ' BLI-NOSSO-NUMERO
                   ' PAGO ABAIXO DO DEVIDO - REJEITADO'
               ADD 1 TO WS-LIQ-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO BOL-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PAGAMENTO
           MOVE BLI-VALOR TO BOL-VALOR-PAGO
           REWRITE REG-BOLETO
           MOVE 'P' TO EBL-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO EBL-DT-PAGAMENTO
           MOVE BLI-VALOR TO EBL-VALOR-PAGO
           COMPUTE EBL-VL-ENCARGOS = BLI-VALOR - EBL-VALOR
           REWRITE REG-BOLETO-PARCELA
      *    A competencia paga fica marcada como cobrada para o lote
      *    do BANKLOAN nao debitar a mesma parcela em conta.
           ADD 1 TO EMP-PARCELAS-PAGAS
           IF EBL-COMPETENCIA > EMP-COMPET-COBRADA
               MOVE EBL-COMPETENCIA TO EMP-COMPET-COBRADA
           END-IF
           MOVE 'N' TO WS-EBP-RECUPERACAO
           IF EMP-PREJUIZO
               MOVE 'S' TO WS-EBP-RECUPERACAO
               PERFORM 3840-REGISTRAR-RECUPERACAO
           END-IF
           IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
               MOVE 'Q' TO EMP-SITUACAO
               DISPLAY 'CONTRATO ' EMP-ID ' QUITADO'
               PERFORM 3850-LIBERAR-GARANTIAS
           ELSE
               IF NOT EMP-PREJUIZO
                   MOVE 'A' TO EMP-SITUACAO
               END-IF
           END-IF
           REWRITE REG-EMPRESTIMO
           PERFORM 3860-REGISTRAR-TRANS-PARCELA
           MOVE EMP-CONTA TO WS-NOT-CONTA
           MOVE 'BOL' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Parcela ' DELIMITED SIZE
                  EBL-PARCELA DELIMITED SIZE
                  ' do contrato ' DELIMITED SIZE
                  EMP-ID DELIMITED SIZE
                  ' paga por boleto' DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           ADD 1 TO WS-LIQ-QTD-PAGOS
           ADD 1 TO WS-EBP-QTD-PARCELAS.

       3820-APURAR-ENCARGOS.
      *    Multa fixa sobre a face e juros de mora por dia corrido
      *    de atraso, como no pagamento de boleto do BANKPAY; o
      *    vencimento rola antes ao dia util da praca da agencia do
      *    contrato, e o atraso conta ate a data de movimento.
           MOVE ZEROS TO WS-EBP-VL-MULTA WS-EBP-VL-JUROS
           MOVE BOL-DT-VENCTO TO WS-EBP-VENCTO-UTIL
           MOVE EMP-CONTA TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE WS-EBP-VENCTO-UTIL TO WS-PRASRV-DATA
               MOVE COB-CONTA-AGENCIA TO WS-PRASRV-AGENCIA
               CALL 'BANKPRA' USING WS-CHAMADA-PRACA
               PERFORM UNTIL WS-PRASRV-CODIGO = ZEROS
                          OR WS-EBP-VENCTO-UTIL >= WS-DATA-MOVIMENTO
                   COMPUTE WS-EBP-INT-VENCTO =
                       FUNCTION INTEGER-OF-DATE(WS-EBP-VENCTO-UTIL)
                       + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-EBP-INT-VENCTO)
                       TO WS-EBP-VENCTO-UTIL
                   MOVE WS-EBP-VENCTO-UTIL TO WS-PRASRV-DATA
                   CALL 'BANKPRA' USING WS-CHAMADA-PRACA
               END-PERFORM
           END-IF
           COMPUTE WS-EBP-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - FUNCTION INTEGER-OF-DATE(WS-EBP-VENCTO-UTIL)
           IF WS-EBP-DIAS-ATRASO > ZEROS
               COMPUTE WS-EBP-VL-MULTA ROUNDED =
                   BOL-VALOR * WS-EBP-MULTA-PERC / 100
               COMPUTE WS-EBP-VL-JUROS ROUNDED =
                   BOL-VALOR * WS-EBP-JUROS-DIA / 100
                   * WS-EBP-DIAS-ATRASO
           END-IF
           COMPUTE WS-EBP-VL-DEVIDO =
               BOL-VALOR + WS-EBP-VL-MULTA + WS-EBP-VL-JUROS.

       3840-REGISTRAR-RECUPERACAO.
      *    Contrato baixado para prejuizo: o que entra pelo boleto e
      *    recuperacao de credito, contabilizada pelo servico.
           MOVE 'R' TO WS-RCPSRV-MODO
           MOVE EMP-ID TO WS-RCPSRV-CONTRATO
           MOVE BLI-VALOR TO WS-RCPSRV-VALOR
           MOVE 'B' TO WS-RCPSRV-FORMA
           MOVE WS-DATA-MOVIMENTO TO WS-RCPSRV-DATA
           CALL 'BANKRCP' USING WS-CHAMADA-RECUPERACAO
           IF WS-RCPSRV-CODIGO NOT = 0
               DISPLAY 'CONTRATO ' EMP-ID ': ' WS-RCPSRV-MENSAGEM
           END-IF.

       3850-LIBERAR-GARANTIAS.
      *    Mesma liquidacao do lote do BANKLOAN: libera as garantias
      *    e encerra a prestamista do contrato.
           MOVE 'Q' TO WS-GARSRV-MODO
           MOVE EMP-ID TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           MOVE 'Q' TO WS-SEGSRV-MODO
           MOVE EMP-ID TO WS-SEGSRV-CONTRATO
           CALL 'BANKSGS' USING WS-CHAMADA-SEGURO.

       3860-REGISTRAR-TRANS-PARCELA.
      *    Recebimento de outro banco: nao movimenta conta de
      *    cliente, so registra a liquidacao na carteira propria.
      *    A face da parcela amortiza o ativo de credito (PBL) e a
      *    multa e os juros de atraso sao receita de mora (MBL),
      *    ambos contra a liquidacao no fechamento do BANKADM.
      *    Contrato baixado para prejuizo ja foi contabilizado como
      *    recuperacao pelo BANKRCP: a transacao BOL so registra.
           IF EBP-RECUPERACAO
               MOVE 'BOL' TO COB-TRANS-TIPO
               MOVE BLI-VALOR TO COB-TRANS-VALOR
               PERFORM 3870-GRAVAR-TRANS-PARCELA
               EXIT PARAGRAPH
           END-IF
           MOVE 'PBL' TO COB-TRANS-TIPO
           MOVE EBL-VALOR TO COB-TRANS-VALOR
           PERFORM 3870-GRAVAR-TRANS-PARCELA
           IF EBL-VL-ENCARGOS > ZEROS
               MOVE 'MBL' TO COB-TRANS-TIPO
               MOVE EBL-VL-ENCARGOS TO COB-TRANS-VALOR
               PERFORM 3870-GRAVAR-TRANS-PARCELA
           END-IF.

       3870-GRAVAR-TRANS-PARCELA.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO COB-TRANS-ID
           MOVE ZEROS TO COB-TRANS-CONTA-ORG
           MOVE ZEROS TO COB-TRANS-CONTA-DEST
           MOVE WS-DATA-MOVIMENTO TO COB-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO COB-TRANS-HORA
           MOVE SPACES TO COB-TRANS-DESCRICAO
           STRING 'Parcela emprestimo contrato ' DELIMITED SIZE
                  EMP-ID                         DELIMITED SIZE
                  ' ('                           DELIMITED SIZE
                  EBL-PARCELA                    DELIMITED SIZE
                  '/'                            DELIMITED SIZE
                  EMP-PRAZO-MESES                DELIMITED SIZE
                  ') boleto '                    DELIMITED SIZE
                  BLI-NOSSO-NUMERO               DELIMITED SIZE
               INTO COB-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO COB-TRANS-STATUS
           COMPUTE COB-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'COBRANCA' TO COB-TRANS-CANAL
           MOVE 'BRL' TO COB-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       3500-MARCAR-VENCIDOS SECTION.
      *================================================================
      *    Titulo em aberto com vencimento anterior a data de
      *    movimento passa a vencido - continua liquidavel, mas a
      *    carteira e o retorno mostram o atraso.
           MOVE ZEROS TO WS-LIQ-QTD-VENCIDOS WS-LIQ-QTD-ESTORNOS
           MOVE ZEROS TO BOL-NOSSO-NUMERO
           START ARQBOLETO KEY >= BOL-NOSSO-NUMERO
               INVALID KEY MOVE '10' TO FS-BOLETO
                       MOVE 'V' TO BOL-SITUACAO
                       REWRITE REG-BOLETO
                       ADD 1 TO WS-LIQ-QTD-VENCIDOS
                       PERFORM 3550-ESTORNAR-DESCONTADO
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'TITULOS MARCADOS VENCIDOS: ' WS-LIQ-QTD-VENCIDOS
           DISPLAY 'DUPLICATAS DESCONTADAS ESTORNADAS: '
               WS-LIQ-QTD-ESTORNOS
           EXIT SECTION.

       3550-ESTORNAR-DESCONTADO.
      *    Duplicata descontada sem pagamento no vencimento (ou
      *    baixada pelo beneficiario) volta ao cliente: o servico
      *    baixa o titulo do bordero e o valor de face e debitado
      *    aqui na conta.
           MOVE 'E' TO WS-DSS-MODO
           MOVE 'D' TO WS-DSS-TIPO
           MOVE BOL-NOSSO-NUMERO TO WS-DSS-ORIGEM-ID
           MOVE WS-DATA-MOVIMENTO TO WS-DSS-DATA
           MOVE ZEROS TO WS-DSS-VALOR
           CALL 'BANKDSS' USING WS-CHAMADA-DESCONTO
           IF WS-DSS-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSS-CONTA TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA ' WS-DSS-CONTA ' INDISPONIVEL - '
                   'ESTORNO DO TITULO ' BOL-NOSSO-NUMERO
                   ' PENDENTE DE REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-DSS-VALOR FROM COB-CONTA-SALDO
           MOVE WS-DATA-HOJE TO COB-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO COB-TRANS-ID
           MOVE WS-DSS-CONTA TO COB-TRANS-CONTA-ORG
           MOVE ZEROS TO COB-TRANS-CONTA-DEST
           MOVE 'DEV' TO COB-TRANS-TIPO
           MOVE WS-DSS-VALOR TO COB-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO COB-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO COB-TRANS-HORA
           MOVE SPACES TO COB-TRANS-DESCRICAO
           STRING 'Estorno duplicata descontada ' DELIMITED SIZE
                  BOL-NOSSO-NUMERO                DELIMITED SIZE
                  ' bordero '                     DELIMITED SIZE
                  WS-DSS-BORDERO                  DELIMITED SIZE
               INTO COB-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO COB-TRANS-STATUS
           COMPUTE COB-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'DESCONTO' TO COB-TRANS-CANAL
           MOVE 'BRL' TO COB-TRANS-MOEDA
           WRITE REG-TRANS
           ADD 1 TO WS-LIQ-QTD-ESTORNOS
           MOVE WS-DSS-CONTA TO WS-NOT-CONTA
           MOVE 'DSC' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Duplicata ' DELIMITED SIZE
                  BOL-NOSSO-NUMERO DELIMITED SIZE
                  ' descontada nao paga - valor debitado'
                      DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

      *================================================================
       3600-RETORNO-CARTORIO SECTION.
      *================================================================
       3600-INICIO.
      *    Ocorrencias da central de cartorios sobre os titulos
      *    remetidos. O retorno passa pelo controle de interfaces:
      *    a mesma carga nunca debita custas duas vezes.
           DISPLAY '--- RETORNO DA CENTRAL DE CARTORIOS ---'
           MOVE ZEROS TO WS-PRT-QTD-OCORR WS-PRT-QTD-REJEIT
                         WS-PRT-QTD-LIQUID
           MOVE 'C' TO WS-IFCSRV-MODO
           MOVE 'BANKCRA.RET ' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           EVALUATE WS-IFCSRV-CODIGO
               WHEN 2
                   DISPLAY 'RETORNO DE CARTORIO DUPLICADO - '
                       WS-IFCSRV-MENSAGEM
               WHEN 1
                   DISPLAY 'RETORNO DE CARTORIO COM TOTAIS INVALIDOS'
                       ' - NAO PROCESSADO'
               WHEN OTHER
                   PERFORM 3605-LER-RETORNO-CARTORIO
           END-EVALUATE
           DISPLAY 'OCORRENCIAS DE CARTORIO:  ' WS-PRT-QTD-OCORR
           DISPLAY 'PAGOS EM CARTORIO:        ' WS-PRT-QTD-LIQUID
           DISPLAY 'OCORRENCIAS REJEITADAS:   ' WS-PRT-QTD-REJEIT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3605-LER-RETORNO-CARTORIO.
           OPEN INPUT ARQCRARET
           IF FS-CRARET = '35'
               DISPLAY 'SEM ARQUIVO DE RETORNO BANKCRA.RET'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-CRR-EOF
               READ ARQCRARET
                   AT END SET FS-CRR-EOF TO TRUE
                   NOT AT END
                       IF CRR-TIPO-REG = 'OCO'
                           PERFORM 3610-PROCESSAR-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQCRARET.

       3610-PROCESSAR-OCORRENCIA.
           ADD 1 TO WS-PRT-QTD-OCORR
           MOVE CRR-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           READ ARQBOLETO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-BOL-OK
               DISPLAY 'OCORRENCIA DE CARTORIO PARA O TITULO '
                   CRR-NOSSO-NUMERO ' NAO REGISTRADO - REJEITADA'
               ADD 1 TO WS-PRT-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           IF BOL-SEM-PROTESTO
               DISPLAY 'TITULO ' CRR-NOSSO-NUMERO ' NAO REMETIDO A '
                   'PROTESTO - OCORRENCIA REJEITADA'
               ADD 1 TO WS-PRT-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           EVALUATE CRR-OCORRENCIA
               WHEN 'A'
                   MOVE 'A' TO BOL-SIT-PROTESTO
               WHEN 'T'
                   MOVE 'T' TO BOL-SIT-PROTESTO
               WHEN 'L'
                   PERFORM 3620-LIQUIDAR-EM-CARTORIO
                   MOVE 'L' TO BOL-SIT-PROTESTO
               WHEN 'C'
                   MOVE 'C' TO BOL-SIT-PROTESTO
               WHEN 'D'
                   MOVE 'D' TO BOL-SIT-PROTESTO
                   DISPLAY 'TITULO ' CRR-NOSSO-NUMERO
                       ' DEVOLVIDO PELO CARTORIO: ' CRR-MOTIVO
               WHEN OTHER
                   DISPLAY 'OCORRENCIA ' CRR-OCORRENCIA
                       ' INVALIDA PARA O TITULO ' CRR-NOSSO-NUMERO
                   ADD 1 TO WS-PRT-QTD-REJEIT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CRR-PROTOCOLO NOT = SPACES
               MOVE CRR-PROTOCOLO TO BOL-PROTOCOLO
           END-IF
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PROTESTO
      *    Apontado ou protestado depois de quitado no banco (o
      *    cancelamento cruzou com o cartorio): pede de novo.
           IF BOL-PAGO OR BOL-BAIXADO
               PERFORM 3170-CANCELAR-PROTESTO-EM-CURSO
           END-IF
           IF CRR-CUSTAS > ZEROS
               PERFORM 3640-DEBITAR-CUSTAS
           END-IF
           REWRITE REG-BOLETO.

       3620-LIQUIDAR-EM-CARTORIO.
      *    Pago no cartorio: o titulo e liquidado e o valor repassado
      *    pela central credita o beneficiario. Titulo ja quitado no
      *    banco ou conta indisponivel retem o valor na transitoria.
           IF BOL-PAGO OR BOL-BAIXADO
               MOVE 'TP' TO WS-SUSSRV-MOTIVO
               PERFORM 3630-RETER-TRANSITORIA-CRA
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO BOL-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PAGAMENTO
           MOVE CRR-VALOR-PAGO TO BOL-VALOR-PAGO
           ADD 1 TO WS-PRT-QTD-LIQUID
           MOVE BOL-BENEFICIARIO TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR COB-CONTA-STATUS NOT = 'A'
               MOVE 'CE' TO WS-SUSSRV-MOTIVO
               PERFORM 3630-RETER-TRANSITORIA-CRA
               EXIT PARAGRAPH
           END-IF
           ADD CRR-VALOR-PAGO TO COB-CONTA-SALDO
           MOVE WS-DATA-HOJE TO COB-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE ZEROS TO COB-TRANS-CONTA-ORG
           MOVE BOL-BENEFICIARIO TO COB-TRANS-CONTA-DEST
           MOVE 'BOL' TO COB-TRANS-TIPO
           MOVE CRR-VALOR-PAGO TO COB-TRANS-VALOR
           MOVE SPACES TO COB-TRANS-DESCRICAO
           STRING 'Boleto pago em cartorio nosso numero '
                      DELIMITED SIZE
                  BOL-NOSSO-NUMERO DELIMITED SIZE
               INTO COB-TRANS-DESCRICAO
           END-STRING
           PERFORM 3680-GRAVAR-TRANS-PROTESTO
           MOVE BOL-BENEFICIARIO TO WS-NOT-CONTA
           MOVE 'BOL' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Boleto ' DELIMITED SIZE
                  BOL-NOSSO-NUMERO DELIMITED SIZE
                  ' pago em cartorio e creditado na conta'
                      DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

       3630-RETER-TRANSITORIA-CRA.
      *    Motivo ja carregado pelo chamador.
           MOVE 'I' TO WS-SUSSRV-MODO
           MOVE 'BANKCRA.RET ' TO WS-SUSSRV-INTERFACE
           MOVE SPACES TO WS-SUSSRV-REFERENCIA
           STRING 'NOSSO NUMERO ' DELIMITED SIZE
                  CRR-NOSSO-NUMERO DELIMITED SIZE
               INTO WS-SUSSRV-REFERENCIA
           END-STRING
           MOVE BOL-BENEFICIARIO TO WS-SUSSRV-CONTA
           MOVE CRR-VALOR-PAGO TO WS-SUSSRV-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-SUSSRV-DATA
           MOVE REG-CRARET TO WS-SUSSRV-REGISTRO
           CALL 'BANKSUS' USING WS-CHAMADA-TRANSITORIA
           IF WS-SUSSRV-CODIGO = ZEROS
               DISPLAY 'PAGAMENTO EM CARTORIO DO TITULO '
                   CRR-NOSSO-NUMERO ' RETIDO NA TRANSITORIA - ITEM '
                   WS-SUSSRV-ID
           ELSE
               DISPLAY 'TRANSITORIA: ' WS-SUSSRV-MENSAGEM
           END-IF.

       3640-DEBITAR-CUSTAS.
      *    Custas do cartorio sao do beneficiario e saem da conta
      *    mesmo sem saldo, como a multa do CCF.
           MOVE BOL-BENEFICIARIO TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               MOVE CRR-CUSTAS TO WS-PRT-VL-EDIT
               DISPLAY 'CONTA ' BOL-BENEFICIARIO ' INDISPONIVEL - '
                   'CUSTAS DE ' WS-PRT-VL-EDIT ' DO TITULO '
                   BOL-NOSSO-NUMERO ' PENDENTES'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT CRR-CUSTAS FROM COB-CONTA-SALDO
           MOVE WS-DATA-HOJE TO COB-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD CRR-CUSTAS TO BOL-CUSTAS-CARTORIO
           MOVE BOL-BENEFICIARIO TO COB-TRANS-CONTA-ORG
           MOVE ZEROS TO COB-TRANS-CONTA-DEST
           MOVE 'TAR' TO COB-TRANS-TIPO
           MOVE CRR-CUSTAS TO COB-TRANS-VALOR
           MOVE SPACES TO COB-TRANS-DESCRICAO
           STRING 'Custas de cartorio protesto nosso numero '
                      DELIMITED SIZE
                  BOL-NOSSO-NUMERO DELIMITED SIZE
               INTO COB-TRANS-DESCRICAO
           END-STRING
           PERFORM 3680-GRAVAR-TRANS-PROTESTO.

       3680-GRAVAR-TRANS-PROTESTO.
      *    Contas, tipo, valor e historico ja informados.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO COB-TRANS-ID
           MOVE WS-DATA-MOVIMENTO TO COB-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO COB-TRANS-HORA
           MOVE 'E' TO COB-TRANS-STATUS
           COMPUTE COB-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'COBRANCA' TO COB-TRANS-CANAL
           MOVE 'BRL' TO COB-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       3650-REMESSA-CARTORIO SECTION.
      *================================================================
       3650-INICIO.
      *    Vencidos com instrucao de protesto cujo prazo chegou vao
      *    a protesto; cancelamentos solicitados seguem na mesma
      *    remessa. A remessa entra no log de despachos.
           DISPLAY '--- REMESSA A CENTRAL DE CARTORIOS ---'
           MOVE ZEROS TO WS-PRT-QTD-PROTESTO WS-PRT-QTD-CANCEL
                         WS-PRT-QTD-DETALHE
           OPEN OUTPUT ARQCRAREM
           MOVE ZEROS TO BOL-NOSSO-NUMERO
           START ARQBOLETO KEY >= BOL-NOSSO-NUMERO
               INVALID KEY MOVE '10' TO FS-BOLETO
           END-START
           PERFORM UNTIL FS-BOL-EOF
               READ ARQBOLETO NEXT
                   AT END MOVE '10' TO FS-BOLETO
               END-READ
               IF NOT FS-BOL-EOF
                   IF BOL-VENCIDO AND BOL-SEM-PROTESTO
                      AND BOL-PROTESTO-DIAS > ZEROS
                       COMPUTE WS-PRT-DIAS-VENCIDO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                         - FUNCTION INTEGER-OF-DATE(BOL-DT-VENCTO)
                       IF WS-PRT-DIAS-VENCIDO >= BOL-PROTESTO-DIAS
                           PERFORM 3660-REMETER-PROTESTO
                       END-IF
                   END-IF
                   IF BOL-PROT-CANC-SOLIC
                       PERFORM 3670-REMETER-CANCELAMENTO
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRT-LINHA
           MOVE 'TRL' TO WS-PRT-LINHA(1:3)
           MOVE WS-PRT-QTD-DETALHE TO WS-PRT-LINHA(4:7)
           WRITE REG-CRAREM FROM WS-PRT-LINHA
           CLOSE ARQCRAREM
           MOVE 'S' TO WS-IFCSRV-MODO
           MOVE 'BANKCRA.REM ' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           DISPLAY 'TITULOS REMETIDOS A PROTESTO: ' WS-PRT-QTD-PROTESTO
           DISPLAY 'CANCELAMENTOS REMETIDOS:      ' WS-PRT-QTD-CANCEL
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3660-REMETER-PROTESTO.
           MOVE SPACES TO WS-PRT-LINHA
           MOVE 'PRT' TO PRM-TIPO-REG
           MOVE BOL-NOSSO-NUMERO TO PRM-NOSSO-NUMERO
           MOVE BOL-BENEFICIARIO TO PRM-BENEFICIARIO
           MOVE BOL-BENEFICIARIO TO COB-CONTA-NUM
           READ ARQCONTAS KEY IS COB-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE COB-CONTA-TITULAR TO PRM-BENEF-NOME
           END-IF
           MOVE BOL-PAGADOR-NOME TO PRM-PAGADOR-NOME
           MOVE BOL-PAGADOR-CPF TO PRM-PAGADOR-DOC
           MOVE BOL-VALOR TO PRM-VALOR
           MOVE BOL-DT-EMISSAO TO PRM-DT-EMISSAO
           MOVE BOL-DT-VENCTO TO PRM-DT-VENCTO
           MOVE WS-DATA-MOVIMENTO TO PRM-DT-REMESSA
           WRITE REG-CRAREM FROM WS-PRT-LINHA
           MOVE 'E' TO BOL-SIT-PROTESTO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PROTESTO
           REWRITE REG-BOLETO
           ADD 1 TO WS-PRT-QTD-PROTESTO WS-PRT-QTD-DETALHE.

       3670-REMETER-CANCELAMENTO.
           MOVE SPACES TO WS-PRT-LINHA
           MOVE 'CAN' TO PRM-TIPO-REG
           MOVE BOL-NOSSO-NUMERO TO PRM-NOSSO-NUMERO
           MOVE BOL-BENEFICIARIO TO PRM-BENEFICIARIO
           MOVE BOL-VALOR TO PRM-VALOR
           MOVE BOL-DT-EMISSAO TO PRM-DT-EMISSAO
           MOVE BOL-DT-VENCTO TO PRM-DT-VENCTO
           MOVE BOL-PROTOCOLO TO PRM-PROTOCOLO
           MOVE WS-DATA-MOVIMENTO TO PRM-DT-REMESSA
           WRITE REG-CRAREM FROM WS-PRT-LINHA
           MOVE 'K' TO BOL-SIT-PROTESTO
           MOVE WS-DATA-MOVIMENTO TO BOL-DT-PROTESTO
           REWRITE REG-BOLETO
           ADD 1 TO WS-PRT-QTD-CANCEL WS-PRT-QTD-DETALHE.

      *================================================================
       3700-GERAR-RETORNO SECTION.
      *================================================================
       3700-INICIO.
      *    Retorno do dia por beneficiario: um cabecalho por conta e
      *    uma linha por titulo pago na data de movimento e por
      *    passo do protesto dado no dia.
           OPEN OUTPUT ARQBOLRET
           MOVE ZEROS TO WS-RET-BENEF-ANT WS-RET-QTD-LINHAS
           MOVE ZEROS TO BOL-BENEFICIARIO
                   AT END MOVE '10' TO FS-BOLETO
               END-READ
               IF NOT FS-BOL-EOF
                   IF (BOL-PAGO
                       AND BOL-DT-PAGAMENTO = WS-DATA-MOVIMENTO)
                      OR (NOT BOL-SEM-PROTESTO
                       AND BOL-DT-PROTESTO = WS-DATA-MOVIMENTO)
                       PERFORM 3750-GRAVAR-LINHA-RETORNO
                   END-IF
               END-IF
               WRITE REG-BOLRET FROM WS-RET-LINHA
               MOVE BOL-BENEFICIARIO TO WS-RET-BENEF-ANT
           END-IF
           IF BOL-PAGO AND BOL-DT-PAGAMENTO = WS-DATA-MOVIMENTO
               MOVE BOL-VALOR-PAGO TO WS-VL-EDIT
               MOVE SPACES TO WS-RET-LINHA
               STRING '  NN ' DELIMITED SIZE
                      BOL-NOSSO-NUMERO DELIMITED SIZE
                      ' PAGO ' DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                      ' PAGADOR ' DELIMITED SIZE
                      BOL-PAGADOR-CPF DELIMITED SIZE
                   INTO WS-RET-LINHA
               END-STRING
               WRITE REG-BOLRET FROM WS-RET-LINHA
               ADD 1 TO WS-RET-QTD-LINHAS
           END-IF
           IF NOT BOL-SEM-PROTESTO
              AND BOL-DT-PROTESTO = WS-DATA-MOVIMENTO
               PERFORM 3760-GRAVAR-LINHA-PROTESTO
           END-IF.

       3760-GRAVAR-LINHA-PROTESTO.
           EVALUATE TRUE
               WHEN BOL-PROT-REMETIDO
                   MOVE 'REMETIDO A PROTESTO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-APONTADO
                   MOVE 'APONTADO NO CARTORIO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROTESTADO
                   MOVE 'PROTESTADO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-LIQUIDADO
                   MOVE 'PAGO EM CARTORIO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-CANC-SOLIC
                   MOVE 'CANCELAMENTO SOLICITADO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-CANC-REMETIDO
                   MOVE 'CANCELAMENTO REMETIDO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-CANCELADO
                   MOVE 'PROTESTO CANCELADO' TO WS-PRT-DESCRICAO
               WHEN BOL-PROT-DEVOLVIDO
                   MOVE 'DEVOLVIDO PELO CARTORIO' TO WS-PRT-DESCRICAO
           END-EVALUATE
           MOVE BOL-CUSTAS-CARTORIO TO WS-PRT-VL-EDIT
           MOVE SPACES TO WS-RET-LINHA
           STRING '  NN ' DELIMITED SIZE
                  BOL-NOSSO-NUMERO DELIMITED SIZE
                  ' PROTESTO ' DELIMITED SIZE
                  WS-PRT-DESCRICAO DELIMITED SIZE
                  ' PROTOCOLO ' DELIMITED SIZE
                  BOL-PROTOCOLO DELIMITED SIZE
                  ' CUSTAS ' DELIMITED SIZE
                  WS-PRT-VL-EDIT DELIMITED SIZE
               INTO WS-RET-LINHA
           END-STRING
           WRITE REG-BOLRET FROM WS-RET-LINHA
               EXIT SECTION
           END-IF
           MOVE 'B' TO BOL-SITUACAO
           PERFORM 3170-CANCELAR-PROTESTO-EM-CURSO
           REWRITE REG-BOLETO
           IF EBP-TEM-EMPREST
               PERFORM 4050-BAIXAR-PARCELA-EMP
           END-IF
           MOVE ZEROS TO WS-LIQ-QTD-ESTORNOS
           PERFORM 3550-ESTORNAR-DESCONTADO
           IF WS-LIQ-QTD-ESTORNOS > ZEROS
               DISPLAY 'TITULO DESCONTADO - FACE DEBITADA NA CONTA'
           END-IF
           DISPLAY 'TITULO BAIXADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4050-BAIXAR-PARCELA-EMP.
      *    Boleto de parcela baixado: a parcela volta ao debito em
      *    conta do lote do BANKLOAN e sai da regua de cobranca.
           MOVE BOL-NOSSO-NUMERO TO EBL-NOSSO-NUMERO
           READ ARQBOLEMP
               INVALID KEY CONTINUE
           END-READ
           IF FS-EBL-OK AND EBL-ABERTO
               MOVE 'B' TO EBL-SITUACAO
               REWRITE REG-BOLETO-PARCELA
               DISPLAY 'PARCELA ' EBL-PARCELA ' DO CONTRATO '
                   EBL-CONTRATO ' VOLTA AO DEBITO EM CONTA'
           END-IF.

      *================================================================
       4500-CANCELAR-PROTESTO SECTION.
      *================================================================
       4500-INICIO.
      *    Antes da remessa basta retirar a instrucao; com o titulo
      *    no cartorio o cancelamento vai na proxima remessa.
           DISPLAY '--- CANCELAMENTO DE PROTESTO ---'
           DISPLAY 'Nosso numero: '
           ACCEPT BOL-NOSSO-NUMERO
           READ ARQBOLETO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-BOL-OK
               DISPLAY 'TITULO NAO REGISTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF BOL-SEM-PROTESTO AND BOL-PROTESTO-DIAS > ZEROS
               MOVE ZEROS TO BOL-PROTESTO-DIAS
               REWRITE REG-BOLETO
               DISPLAY 'INSTRUCAO DE PROTESTO RETIRADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT BOL-PROTESTO-EM-CURSO
               DISPLAY 'TITULO SEM PROTESTO EM CURSO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3170-CANCELAR-PROTESTO-EM-CURSO
           REWRITE REG-BOLETO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-CONSULTAR-CARTEIRA SECTION.
      *================================================================
                           ' VENCTO ' BOL-DT-VENCTO
                           ' VALOR ' WS-VL-EDIT
                           ' SITUACAO ' BOL-SITUACAO
                           ' PROTESTO ' BOL-SIT-PROTESTO
                   ELSE
                       MOVE '10' TO FS-BOLETO
                   END-IF
