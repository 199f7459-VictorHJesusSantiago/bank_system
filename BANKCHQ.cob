      * debita a conta - devolvendo por insuficiencia com motivo 11
      * na primeira apresentacao e 12 na segunda - e a sustacao
      * bloqueia o cheque pelo numero. Consulta de situacao no
      * BANKQRY. Cheque custodiado descontado em bordero (BANKDSC)
      * e depositado na data como os demais, mas o pagamento fica
      * com o banco e a devolucao debita o valor de face na conta
      * do cliente, pelo servico BANKDSS.
      * Cheque administrativo (BANKCHQA.DAT): emitido pelo banco em
      * serie propria, debita na hora valor e tarifa da conta do
      * cliente e guarda o valor no passivo 49940 do razao; chega a
      * compensacao com a conta sacada zerada e e pago desse
      * passivo. Sustado, o lote devolve o valor ao cliente depois
      * da carencia; os nunca apresentados no prazo vao para a
      * relacao de nao reclamados BANKCHQA.TXT.
      * Cheque de outro banco depositado no caixa (BANKCHQD.DAT,
      * gravado pelo BANKTRAN): o lote envia os depositados do dia
      * no arquivo de remessa BANKCHQD.REM e le as devolucoes do
      * banco sacado em BANKCHQD.DEV - devolvido, o credito e
      * estornado com o motivo, o bloqueio da compensacao e baixado
      * e o cliente e avisado pela fila BANKNOTQ. Passado o dia da
      * compensacao sem devolucao, o cheque fica liquidado.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCHQ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQCHQADM ASSIGN TO 'BANKCHQA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-NUMERO
               ALTERNATE RECORD KEY IS CHA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CHQADM.

           SELECT ARQRELCHA ASSIGN TO 'BANKCHQA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCHA.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQCHQDEP ASSIGN TO 'BANKCHQD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQD-ID
               ALTERNATE RECORD KEY IS CQD-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CHQDEP.

           SELECT ARQCHDREM ASSIGN TO 'BANKCHQD.REM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHDREM.

           SELECT ARQCHDDEV ASSIGN TO 'BANKCHQD.DEV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHDDEV.

           SELECT ARQBLOQ ASSIGN TO 'BANKBLOQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-ID
               ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BLOQ.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CAP-NUMERO            PIC 9(6).
           05  CAP-VALOR             PIC 9(11)V99.
           05  CAP-CONTA-BENEF       PIC 9(10).
           05  CAP-CUSTODIA-ID       PIC 9(10).
           05  CAP-DESCONTADO        PIC X(1).
               88  CAP-TITULO-DESCONTADO VALUE 'S'.

       FD  ARQCUSTODIA.
       01  REG-CUSTODIA.
               88  CSD-EM-CUSTODIA   VALUE 'C'.
               88  CSD-DEPOSITADO    VALUE 'D'.
               88  CSD-RETIRADO      VALUE 'R'.
               88  CSD-DESCONTADO    VALUE 'T'.

       FD  ARQCHQADM.
           COPY BANKCHQA.

       FD  ARQRELCHA.
       01  REG-RELCHA                PIC X(132).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQCHQDEP.
           COPY BANKCHQD.

       FD  ARQCHDREM.
       01  REG-CHDREM                PIC X(120).

      *    Devolucao do banco sacado: identifica o cheque pelo
      *    protocolo do deposito enviado na remessa; a ultima linha
      *    e o trailer 'TRL' com a quantidade de detalhes.
       FD  ARQCHDDEV.
       01  REG-CHDDEV.
           05  CDV-TIPO-REG          PIC X(3).
           05  CDV-CQD-ID            PIC 9(10).
           05  CDV-MOTIVO            PIC 9(2).
           05  FILLER                PIC X(65).

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

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               88  FS-CAP-EOF       VALUE '10'.
               88  FS-CAP-NFD       VALUE '35'.
           05  FS-DATAMOV           PIC XX.
           05  FS-CHQADM            PIC XX.
               88  FS-CHA-OK        VALUE '00'.
               88  FS-CHA-EOF       VALUE '10'.
           05  FS-RELCHA            PIC XX.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-CHQDEP            PIC XX.
               88  FS-CQD-OK        VALUE '00'.
               88  FS-CQD-EOF       VALUE '10'.
           05  FS-CHDREM            PIC XX.
           05  FS-CHDDEV            PIC XX.
               88  FS-CDV-EOF       VALUE '10'.
               88  FS-CDV-NFD       VALUE '35'.
           05  FS-BLOQ              PIC XX.
               88  FS-BLOQ-OK       VALUE '00'.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-CCF.
      *    Area de chamada do cadastro de emitentes sem fundos
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-DESCONTO-CTRL.
      *    Cheque da apresentacao de custodia descontado em bordero:
      *    pagamento do banco, devolucao estornada ao cliente.
           05  WS-CMP-DESCONTADO    PIC X(1) VALUE 'N'.
               88  CMP-DESCONTADO   VALUE 'S'.
           05  WS-CMP-ESTORNADO     PIC X(1).
           05  WS-DSC-VL-EDIT       PIC Z(11)9,99.

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

       01  WS-CHQADM-CTRL.
      *    Cheque administrativo: tarifa e prazos de fabrica,
      *    substituidos pelos de BANKCFG.DAT quando informados. A
      *    camara apresenta o cheque do proprio banco com a conta
      *    sacada zerada.
           05  WS-CHA-CONTA-BANCO   PIC 9(10) VALUE ZEROS.
           05  WS-CHA-TARIFA        PIC S9(5)V99 COMP-3 VALUE 35,00.
           05  WS-CHA-CARENCIA-DIAS PIC 9(3) VALUE 60.
           05  WS-CHA-PRAZO-DIAS    PIC 9(3) VALUE 180.
           05  WS-CHA-PROX-NUMERO   PIC 9(6).
           05  WS-CHA-CONTA-INF     PIC 9(10).
           05  WS-CHA-NUM-INF       PIC 9(6).
           05  WS-CHA-VALOR-INF     PIC 9(9)V99.
           05  WS-CHA-FAVORECIDO-INF PIC X(40).
           05  WS-CHA-TOTAL-DEBITO  PIC S9(13)V99 COMP-3.
           05  WS-CHA-DIAS          PIC S9(5).
           05  WS-CHA-DIAS-EDIT     PIC ZZZZ9.
           05  WS-CHA-DT-LIBERACAO  PIC 9(8).
           05  WS-CHA-CONFIRMA      PIC X(1).
           05  WS-CHA-SAIDA         PIC X(1).
               88  CHA-SAIDA-RELATORIO VALUE 'R'.
           05  WS-CHA-QTD-RESTIT    PIC 9(6).
           05  WS-CHA-QTD-NAO-APRES PIC 9(6).
           05  WS-CHA-TOTAL-NAO-APRES PIC S9(13)V99 COMP-3.
           05  WS-CHA-VL-EDIT       PIC Z(11)9,99.
           05  WS-CHA-LINHA         PIC X(132).

      *----------------------------------------------------------------

       01  WS-CHAMADA-PRACA.
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-NOTIF.
      *    Area de chamada da fila de notificacoes (BANKNOT)
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHQDEP-CTRL.
      *    Cheques de outros bancos depositados: remessa a camara,
      *    devolucoes e liquidacao apos o dia da compensacao.
           05  WS-CQD-QTD-REMESSA   PIC 9(7).
           05  WS-CQD-QTD-DEVOLV    PIC 9(6).
           05  WS-CQD-QTD-LIQUID    PIC 9(6).
           05  WS-CQD-VALOR-REM     PIC 9(11)V99.
           05  WS-CQD-VL-EDIT       PIC Z(11)9,99.
           05  WS-CQD-LINHA         PIC X(120).

       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
           PERFORM 0120-SEED-PROXIMO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0140-CARREGAR-CONFIGURACAO
           PERFORM 0150-ABRIR-ARQCHQADM
           PERFORM 0160-ABRIR-ARQCHQDEP
           IF LS-MODO-BATCH
      *        Cheques custodiados com deposito na data entram na
      *        apresentacao antes da compensacao rodar.
               PERFORM 6500-DEPOSITAR-CUSTODIA
               PERFORM 3000-COMPENSACAO
      *        Depois da compensacao do dia: so o que nao foi pago
      *        hoje e restituido ou vai para os nao reclamados.
               PERFORM 8000-LOTE-CHEQUE-ADM
      *        Devolucoes recebidas antes da remessa do dia: os
      *        depositados hoje ainda nao foram a camara.
               PERFORM 8500-LOTE-CHEQUE-DEPOSITADO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQTALAO ARQCHEQUE ARQCUSTODIA
                 ARQCHQADM ARQCHQDEP ARQBLOQ
           MOVE 0 TO LS-CODIGO
           GOBACK.

               CLOSE ARQDATAMOV
           END-IF.

       0140-CARREGAR-CONFIGURACAO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG-OK
                   IF CFG-CHA-TARIFA > ZEROS
                       MOVE CFG-CHA-TARIFA TO WS-CHA-TARIFA
                   END-IF
                   IF CFG-CHA-CARENCIA-DIAS > ZEROS
                       MOVE CFG-CHA-CARENCIA-DIAS
                           TO WS-CHA-CARENCIA-DIAS
                   END-IF
                   IF CFG-CHA-PRAZO-DIAS > ZEROS
                       MOVE CFG-CHA-PRAZO-DIAS TO WS-CHA-PRAZO-DIAS
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0150-ABRIR-ARQCHQADM.
           OPEN I-O ARQCHQADM
           IF FS-CHQADM = '35'
               OPEN OUTPUT ARQCHQADM
               CLOSE ARQCHQADM
               OPEN I-O ARQCHQADM
           END-IF.

       0160-ABRIR-ARQCHQDEP.
           OPEN I-O ARQCHQDEP
           IF FS-CHQDEP = '35'
               OPEN OUTPUT ARQCHQDEP
               CLOSE ARQCHQDEP
               OPEN I-O ARQCHQDEP
           END-IF
           OPEN I-O ARQBLOQ
           IF FS-BLOQ = '35'
               OPEN OUTPUT ARQBLOQ
               CLOSE ARQBLOQ
               OPEN I-O ARQBLOQ
           END-IF.

       0100-ABRIR-ARQTALAO.
           OPEN I-O ARQTALAO
           IF FS-TALAO = '35'
           DISPLAY ' 06. Registrar cheque em custodia'
           DISPLAY ' 07. Custodia da conta (listar/retirar)'
           DISPLAY ' 08. Depositar custodia vencida'
           DISPLAY ' 09. Emitir cheque administrativo'
           DISPLAY ' 10. Sustar cheque administrativo'
           DISPLAY ' 11. Cheques administrativos nao apresentados'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Emissao, compensacao e sustacao alteram contas e cheques
      *    e passam pela matriz de permissoes (o perfil auditor e
      *    somente leitura).
           IF WS-OPCAO = '01' OR '02' OR '03' OR '06' OR '08'
                      OR '09' OR '10'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
                   PERFORM 7000-CUSTODIA-DA-CONTA
               WHEN '08'
                   PERFORM 6500-DEPOSITAR-CUSTODIA
               WHEN '09'
                   PERFORM 2500-EMITIR-CHEQUE-ADM
               WHEN '10'
                   PERFORM 4500-SUSTAR-CHEQUE-ADM
               WHEN '11'
                   MOVE 'T' TO WS-CHA-SAIDA
                   PERFORM 8400-LISTAR-NAO-APRESENTADOS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
               END-IF
           END-PERFORM.

      *================================================================
       2500-EMITIR-CHEQUE-ADM SECTION.
      *================================================================
       2500-INICIO.
      *    Valor e tarifa saem da conta na emissao; o valor fica no
      *    passivo ate o pagamento na camara ou a restituicao.
           DISPLAY '--- EMISSAO DE CHEQUE ADMINISTRATIVO ---'
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-CHA-CONTA-INF
           MOVE WS-CHA-CONTA-INF TO CHQ-CONTA-NUM
           READ ARQCONTAS KEY IS CHQ-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF CHQ-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INATIVA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Favorecido: '
           ACCEPT WS-CHA-FAVORECIDO-INF
           IF WS-CHA-FAVORECIDO-INF = SPACES
               DISPLAY 'FAVORECIDO OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor do cheque: '
           ACCEPT WS-CHA-VALOR-INF
           IF WS-CHA-VALOR-INF = ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           COMPUTE WS-CHA-TOTAL-DEBITO =
               WS-CHA-VALOR-INF + WS-CHA-TARIFA
           COMPUTE WS-CMP-DISPONIVEL =
               CHQ-CONTA-SALDO + CHQ-CONTA-LIMITE
           IF WS-CHA-TOTAL-DEBITO > WS-CMP-DISPONIVEL
               DISPLAY 'SALDO INSUFICIENTE PARA VALOR E TARIFA'
               MOVE 0006 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-CHA-TARIFA TO WS-CHA-VL-EDIT
           DISPLAY 'TARIFA DE EMISSAO: ' WS-CHA-VL-EDIT
           MOVE WS-CHA-TOTAL-DEBITO TO WS-CHA-VL-EDIT
           DISPLAY 'TOTAL A DEBITAR:   ' WS-CHA-VL-EDIT
           DISPLAY 'Confirma a emissao (S/N)? '
           ACCEPT WS-CHA-CONFIRMA
           IF WS-CHA-CONFIRMA NOT = 'S' AND NOT = 's'
               DISPLAY 'EMISSAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           SUBTRACT WS-CHA-TOTAL-DEBITO FROM CHQ-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CHQ-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           PERFORM 2550-PROXIMO-NUMERO-ADM
           MOVE WS-CHA-PROX-NUMERO TO CHA-NUMERO
           MOVE WS-CHA-CONTA-INF TO CHA-CONTA
           MOVE WS-CHA-FAVORECIDO-INF TO CHA-FAVORECIDO
           MOVE WS-CHA-VALOR-INF TO CHA-VALOR
           MOVE WS-CHA-TARIFA TO CHA-TARIFA
           MOVE WS-DATA-MOVIMENTO TO CHA-DT-EMISSAO
           MOVE 'E' TO CHA-SITUACAO
           MOVE ZEROS TO CHA-DT-SUSTACAO CHA-DT-BAIXA
           MOVE SPACES TO CHA-MOTIVO-SUSTACAO
           MOVE LS-OPERADOR TO CHA-OPERADOR
           WRITE REG-CHEQUE-ADM
      *    Valor contra o passivo (transacao CHA com a conta na
      *    origem) e tarifa em transacao propria.
           MOVE WS-CHA-CONTA-INF TO CHQ-TRANS-CONTA-ORG
           MOVE ZEROS TO CHQ-TRANS-CONTA-DEST
           MOVE 'CHA' TO CHQ-TRANS-TIPO
           MOVE CHA-VALOR TO CHQ-TRANS-VALOR
           MOVE SPACES TO CHQ-TRANS-DESCRICAO
           STRING 'Emissao cheque administrativo ' DELIMITED SIZE
                  CHA-NUMERO                       DELIMITED SIZE
               INTO CHQ-TRANS-DESCRICAO
           END-STRING
           MOVE 'AGENCIA' TO CHQ-TRANS-CANAL
           PERFORM 2570-GRAVAR-TRANS-CHEQUE-ADM
           IF CHA-TARIFA > ZEROS
               MOVE WS-CHA-CONTA-INF TO CHQ-TRANS-CONTA-ORG
               MOVE ZEROS TO CHQ-TRANS-CONTA-DEST
               MOVE 'TAR' TO CHQ-TRANS-TIPO
               MOVE CHA-TARIFA TO CHQ-TRANS-VALOR
               MOVE SPACES TO CHQ-TRANS-DESCRICAO
               STRING 'Tarifa cheque administrativo ' DELIMITED SIZE
                      CHA-NUMERO                      DELIMITED SIZE
                   INTO CHQ-TRANS-DESCRICAO
               END-STRING
               MOVE 'AGENCIA' TO CHQ-TRANS-CANAL
               PERFORM 2570-GRAVAR-TRANS-CHEQUE-ADM
           END-IF
           DISPLAY 'CHEQUE ADMINISTRATIVO ' CHA-NUMERO
               ' EMITIDO A ' CHA-FAVORECIDO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2550-PROXIMO-NUMERO-ADM.
      *    Serie propria do banco, independente dos taloes.
           MOVE ZEROS TO WS-CHA-PROX-NUMERO
           MOVE 999999 TO CHA-NUMERO
           START ARQCHQADM KEY IS <= CHA-NUMERO
           IF FS-CHA-OK
               READ ARQCHQADM NEXT
               IF FS-CHA-OK
                   MOVE CHA-NUMERO TO WS-CHA-PROX-NUMERO
               END-IF
           END-IF
           ADD 1 TO WS-CHA-PROX-NUMERO.

       2570-GRAVAR-TRANS-CHEQUE-ADM.
      *    Contas, tipo, valor, historico e canal ja informados.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CHQ-TRANS-ID
           MOVE WS-DATA-MOVIMENTO TO CHQ-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CHQ-TRANS-HORA
           MOVE 'E' TO CHQ-TRANS-STATUS
           COMPUTE CHQ-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'BRL' TO CHQ-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       3000-COMPENSACAO SECTION.
      *================================================================
           EXIT SECTION.

       3050-PROCESSAR-ARQUIVO-CAMARA.
           MOVE 'N' TO WS-CMP-DESCONTADO
           OPEN INPUT ARQCHQIN
           IF FS-CQI-NFD
               DISPLAY 'SEM ARQUIVO DE APRESENTACAO BANKCHQ.IN'
                       MOVE CAP-CONTA TO CQI-CONTA
                       MOVE CAP-NUMERO TO CQI-NUMERO
                       MOVE CAP-VALOR TO CQI-VALOR
                       MOVE CAP-DESCONTADO TO WS-CMP-DESCONTADO
                       MOVE 'N' TO WS-CMP-ESTORNADO
                       MOVE WS-CMP-QTD-PAGOS
                           TO WS-CMP-PAGOS-ANTES
                       PERFORM 3100-COMPENSAR-CHEQUE
                       IF WS-CMP-QTD-PAGOS > WS-CMP-PAGOS-ANTES
                           IF CMP-DESCONTADO
                               PERFORM 3085-LIQUIDAR-DESCONTADO
                           ELSE
                               PERFORM 3080-CREDITAR-BENEFICIARIO
                           END-IF
                       ELSE
      *                    Devolvido por outro motivo que nao a
      *                    falta de fundos tambem volta ao cliente.
                           IF CMP-DESCONTADO
                              AND WS-CMP-ESTORNADO = 'N'
                               PERFORM 3250-ESTORNAR-DESCONTADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-CMP-DESCONTADO
           CLOSE ARQCSTAPR
           OPEN OUTPUT ARQCSTAPR
           CLOSE ARQCSTAPR.
           REWRITE REG-CONTA
           PERFORM 3090-REGISTRAR-TRANS-DEPOSITO.

       3085-LIQUIDAR-DESCONTADO.
      *    Cheque descontado: o pagamento do emitente liquida o
      *    titulo do bordero em vez de creditar o beneficiario. Se o
      *    titulo ja nao estiver em aberto o credito segue normal.
           MOVE 'L' TO WS-DSS-MODO
           MOVE 'C' TO WS-DSS-TIPO
           MOVE CAP-CUSTODIA-ID TO WS-DSS-ORIGEM-ID
           MOVE WS-DATA-MOVIMENTO TO WS-DSS-DATA
           MOVE CAP-VALOR TO WS-DSS-VALOR
           CALL 'BANKDSS' USING WS-CHAMADA-DESCONTO
           IF WS-DSS-CODIGO NOT = ZEROS
               PERFORM 3080-CREDITAR-BENEFICIARIO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CHEQUE ' CAP-NUMERO ' LIQUIDA BORDERO '
               WS-DSS-BORDERO.

       3090-REGISTRAR-TRANS-DEPOSITO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CHQ-TRANS-ID
           WRITE REG-TRANS.

       3100-COMPENSAR-CHEQUE.
      *    Conta sacada zerada: cheque administrativo do banco, pago
      *    do passivo e nao de conta de cliente.
           IF CQI-CONTA = WS-CHA-CONTA-BANCO
               PERFORM 3400-COMPENSAR-CHEQUE-ADM
               EXIT PARAGRAPH
           END-IF
           MOVE CQI-CONTA TO CHQ-CONTA
           MOVE CQI-NUMERO TO CHQ-NUMERO
           READ ARQCHEQUE
           END-IF
           MOVE WS-DATA-HOJE TO CHQ-DT-MOVIMENTO
           REWRITE REG-CHEQUE
           ADD 1 TO WS-CMP-QTD-DEVOLV
      *    Cheque custodiado descontado que volta sem fundos e
      *    cobrado do cliente que o descontou.
           IF CMP-DESCONTADO
               PERFORM 3250-ESTORNAR-DESCONTADO
           END-IF.

       3250-ESTORNAR-DESCONTADO.
      *    O servico baixa o titulo do bordero e devolve conta e
      *    valor de face; o debito na conta do cliente e daqui.
           MOVE 'S' TO WS-CMP-ESTORNADO
           MOVE 'E' TO WS-DSS-MODO
           MOVE 'C' TO WS-DSS-TIPO
           MOVE CAP-CUSTODIA-ID TO WS-DSS-ORIGEM-ID
           MOVE WS-DATA-MOVIMENTO TO WS-DSS-DATA
           MOVE ZEROS TO WS-DSS-VALOR
           CALL 'BANKDSS' USING WS-CHAMADA-DESCONTO
           IF WS-DSS-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSS-CONTA TO CHQ-CONTA-NUM
           READ ARQCONTAS KEY IS CHQ-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA ' WS-DSS-CONTA ' INDISPONIVEL - '
                   'ESTORNO DO CHEQUE ' CAP-NUMERO
                   ' PENDENTE DE REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-DSS-VALOR FROM CHQ-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CHQ-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CHQ-TRANS-ID
           MOVE WS-DSS-CONTA TO CHQ-TRANS-CONTA-ORG
           MOVE ZEROS TO CHQ-TRANS-CONTA-DEST
           MOVE 'DEV' TO CHQ-TRANS-TIPO
           MOVE WS-DSS-VALOR TO CHQ-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CHQ-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CHQ-TRANS-HORA
           MOVE SPACES TO CHQ-TRANS-DESCRICAO
           STRING 'Estorno cheque descontado ' DELIMITED SIZE
                  CAP-NUMERO                   DELIMITED SIZE
                  ' bordero '                  DELIMITED SIZE
                  WS-DSS-BORDERO               DELIMITED SIZE
               INTO CHQ-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO CHQ-TRANS-STATUS
           COMPUTE CHQ-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'DESCONTO' TO CHQ-TRANS-CANAL
           MOVE 'BRL' TO CHQ-TRANS-MOEDA
           WRITE REG-TRANS
           MOVE WS-DSS-VALOR TO WS-DSC-VL-EDIT
           DISPLAY 'CHEQUE DESCONTADO ' CAP-NUMERO ' ESTORNADO NA '
               'CONTA ' WS-DSS-CONTA ': ' WS-DSC-VL-EDIT.

       3300-REGISTRAR-TRANS-CHEQUE.
           ADD 1 TO WS-PROXIMO-ID
           MOVE 'BRL' TO CHQ-TRANS-MOEDA
           WRITE REG-TRANS.

       3400-COMPENSAR-CHEQUE-ADM.
      *    Pago do passivo: nenhuma conta de cliente e movimentada
      *    (transacao CHA sem origem nem destino).
           MOVE CQI-NUMERO TO CHA-NUMERO
           READ ARQCHQADM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CHA-OK
               DISPLAY 'CHEQUE ADMINISTRATIVO ' CQI-NUMERO
                   ' NAO EMITIDO - DEVOLVIDO'
               ADD 1 TO WS-CMP-QTD-DEVOLV
               EXIT PARAGRAPH
           END-IF
           IF CHA-SUSTADO OR CHA-RESTITUIDO
               DISPLAY 'CHEQUE ADMINISTRATIVO ' CQI-NUMERO
                   ' SUSTADO - DEVOLVIDO MOTIVO 21'
               ADD 1 TO WS-CMP-QTD-DEVOLV
               EXIT PARAGRAPH
           END-IF
           IF CHA-COMPENSADO
               DISPLAY 'CHEQUE ADMINISTRATIVO ' CQI-NUMERO
                   ' JA COMPENSADO - DEVOLVIDO'
               ADD 1 TO WS-CMP-QTD-DEVOLV
               EXIT PARAGRAPH
           END-IF
           IF CQI-VALOR NOT = CHA-VALOR
               DISPLAY 'CHEQUE ADMINISTRATIVO ' CQI-NUMERO
                   ' COM VALOR DIVERGENTE DO EMITIDO - DEVOLVIDO'
               ADD 1 TO WS-CMP-QTD-DEVOLV
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CHA-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CHA-DT-BAIXA
           REWRITE REG-CHEQUE-ADM
           MOVE ZEROS TO CHQ-TRANS-CONTA-ORG CHQ-TRANS-CONTA-DEST
           MOVE 'CHA' TO CHQ-TRANS-TIPO
           MOVE CHA-VALOR TO CHQ-TRANS-VALOR
           MOVE SPACES TO CHQ-TRANS-DESCRICAO
           STRING 'Pagamento cheque administrativo ' DELIMITED SIZE
                  CHA-NUMERO                         DELIMITED SIZE
               INTO CHQ-TRANS-DESCRICAO
           END-STRING
           MOVE 'COMPE' TO CHQ-TRANS-CANAL
           PERFORM 2570-GRAVAR-TRANS-CHEQUE-ADM
           ADD 1 TO WS-CMP-QTD-PAGOS.

      *================================================================
       4000-SUSTAR-CHEQUE SECTION.
      *================================================================
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4500-SUSTAR-CHEQUE-ADM SECTION.
      *================================================================
       4500-INICIO.
      *    O valor continua no passivo durante a carencia; o lote
      *    diario o devolve a conta do cliente quando ela vence.
           DISPLAY '--- SUSTACAO DE CHEQUE ADMINISTRATIVO ---'
           DISPLAY 'Numero do cheque administrativo: '
           ACCEPT WS-CHA-NUM-INF
           MOVE WS-CHA-NUM-INF TO CHA-NUMERO
           READ ARQCHQADM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CHA-OK
               DISPLAY 'CHEQUE ADMINISTRATIVO NAO EMITIDO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT CHA-EM-ABERTO
               DISPLAY 'CHEQUE JA COMPENSADO, SUSTADO OU RESTITUIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE CHA-VALOR TO WS-CHA-VL-EDIT
           DISPLAY 'CONTA ' CHA-CONTA ' FAVORECIDO ' CHA-FAVORECIDO
           DISPLAY 'VALOR ' WS-CHA-VL-EDIT ' EMITIDO EM '
               CHA-DT-EMISSAO
           DISPLAY 'Motivo da sustacao: '
           ACCEPT CHA-MOTIVO-SUSTACAO
           IF CHA-MOTIVO-SUSTACAO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'S' TO CHA-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CHA-DT-SUSTACAO
           MOVE LS-OPERADOR TO CHA-OPERADOR
           REWRITE REG-CHEQUE-ADM
           COMPUTE WS-CHA-DT-LIBERACAO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CHA-DT-SUSTACAO)
               + WS-CHA-CARENCIA-DIAS)
           DISPLAY 'CHEQUE ADMINISTRATIVO SUSTADO - VALOR VOLTA A '
               'CONTA EM ' WS-CHA-DT-LIBERACAO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-LISTAR-TALOES SECTION.
      *================================================================
                   AT END MOVE '10' TO FS-CUSTODIA
               END-READ
               IF NOT FS-CSD-EOF
                   IF (CSD-EM-CUSTODIA OR CSD-DESCONTADO)
                      AND CSD-DT-DEPOSITO <= WS-DATA-MOVIMENTO
                       PERFORM 6550-VERIFICAR-PRACA-BENEF
                   END-IF
                   IF (CSD-EM-CUSTODIA OR CSD-DESCONTADO)
                      AND CSD-DT-DEPOSITO <= WS-DATA-MOVIMENTO
                      AND WS-PRASRV-CODIGO = ZEROS
                       MOVE CSD-CONTA-EMITENTE TO CAP-CONTA
                       MOVE CSD-NUMERO-CHEQUE TO CAP-NUMERO
                       MOVE CSD-VALOR TO CAP-VALOR
                       MOVE CSD-CONTA-BENEF TO CAP-CONTA-BENEF
                       MOVE CSD-ID TO CAP-CUSTODIA-ID
                       IF CSD-DESCONTADO
                           MOVE 'S' TO CAP-DESCONTADO
                       ELSE
                           MOVE 'N' TO CAP-DESCONTADO
                       END-IF
                       WRITE REG-CSTAPR
                       MOVE 'D' TO CSD-SITUACAO
                       REWRITE REG-CUSTODIA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       8000-LOTE-CHEQUE-ADM SECTION.
      *================================================================
       8000-INICIO.
      *    Sustados com a carencia vencida voltam a conta do
      *    cliente; emitidos sem apresentacao no prazo passam a nao
      *    apresentados. No fim, a relacao de nao reclamados.
           DISPLAY '--- CHEQUES ADMINISTRATIVOS ---'
           MOVE ZEROS TO WS-CHA-QTD-RESTIT
           MOVE ZEROS TO CHA-NUMERO
           START ARQCHQADM KEY IS >= CHA-NUMERO
               INVALID KEY MOVE '10' TO FS-CHQADM
           END-START
           PERFORM UNTIL FS-CHA-EOF
               READ ARQCHQADM NEXT
                   AT END MOVE '10' TO FS-CHQADM
               END-READ
               IF NOT FS-CHA-EOF
                   IF CHA-SUSTADO
                       COMPUTE WS-CHA-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                         - FUNCTION INTEGER-OF-DATE(CHA-DT-SUSTACAO)
                       IF WS-CHA-DIAS >= WS-CHA-CARENCIA-DIAS
                           PERFORM 8100-RESTITUIR-CHEQUE-ADM
                       END-IF
                   END-IF
                   IF CHA-EMITIDO
                       COMPUTE WS-CHA-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                         - FUNCTION INTEGER-OF-DATE(CHA-DT-EMISSAO)
                       IF WS-CHA-DIAS >= WS-CHA-PRAZO-DIAS
                           MOVE 'N' TO CHA-SITUACAO
                           REWRITE REG-CHEQUE-ADM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CHQADM
           DISPLAY 'CHEQUES ADMINISTRATIVOS RESTITUIDOS: '
               WS-CHA-QTD-RESTIT
           MOVE 'R' TO WS-CHA-SAIDA
           PERFORM 8400-LISTAR-NAO-APRESENTADOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8100-RESTITUIR-CHEQUE-ADM.
      *    Conta indisponivel deixa o cheque sustado: a restituicao
      *    e tentada de novo no proximo lote.
           MOVE CHA-CONTA TO CHQ-CONTA-NUM
           READ ARQCONTAS KEY IS CHQ-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CHQ-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA ' CHA-CONTA ' INDISPONIVEL - '
                   'RESTITUICAO DO CHEQUE ADMINISTRATIVO '
                   CHA-NUMERO ' PENDENTE'
               EXIT PARAGRAPH
           END-IF
           ADD CHA-VALOR TO CHQ-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CHQ-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE ZEROS TO CHQ-TRANS-CONTA-ORG
           MOVE CHA-CONTA TO CHQ-TRANS-CONTA-DEST
           MOVE 'CHA' TO CHQ-TRANS-TIPO
           MOVE CHA-VALOR TO CHQ-TRANS-VALOR
           MOVE SPACES TO CHQ-TRANS-DESCRICAO
           STRING 'Restituicao cheque administrativo sustado '
                      DELIMITED SIZE
                  CHA-NUMERO DELIMITED SIZE
               INTO CHQ-TRANS-DESCRICAO
           END-STRING
           MOVE 'AGENCIA' TO CHQ-TRANS-CANAL
           PERFORM 2570-GRAVAR-TRANS-CHEQUE-ADM
           MOVE 'R' TO CHA-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CHA-DT-BAIXA
           REWRITE REG-CHEQUE-ADM
           ADD 1 TO WS-CHA-QTD-RESTIT.

      *================================================================
       8400-LISTAR-NAO-APRESENTADOS SECTION.
      *================================================================
       8400-INICIO.
      *    Relacao de valores nao reclamados: cheques ainda no
      *    passivo sem apresentacao no prazo. No lote vai para
      *    BANKCHQA.TXT; no menu, para a tela.
           MOVE ZEROS TO WS-CHA-QTD-NAO-APRES WS-CHA-TOTAL-NAO-APRES
           IF CHA-SAIDA-RELATORIO
               OPEN OUTPUT ARQRELCHA
           END-IF
           MOVE SPACES TO WS-CHA-LINHA
           STRING 'CHEQUES ADMINISTRATIVOS NAO APRESENTADOS EM '
                      DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-CHA-LINHA
           END-STRING
           PERFORM 8450-SAIDA-LINHA
           MOVE 'NUMERO CONTA      FAVORECIDO' TO WS-CHA-LINHA
           MOVE 'EMISSAO   DIAS           VALOR'
               TO WS-CHA-LINHA(60:)
           PERFORM 8450-SAIDA-LINHA
           MOVE ZEROS TO CHA-NUMERO
           START ARQCHQADM KEY IS >= CHA-NUMERO
               INVALID KEY MOVE '10' TO FS-CHQADM
           END-START
           PERFORM UNTIL FS-CHA-EOF
               READ ARQCHQADM NEXT
                   AT END MOVE '10' TO FS-CHQADM
               END-READ
               IF NOT FS-CHA-EOF AND CHA-EM-ABERTO
                   COMPUTE WS-CHA-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     - FUNCTION INTEGER-OF-DATE(CHA-DT-EMISSAO)
                   IF CHA-NAO-APRESENTADO
                      OR WS-CHA-DIAS >= WS-CHA-PRAZO-DIAS
                       PERFORM 8420-LINHA-NAO-APRESENTADO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CHQADM
           MOVE WS-CHA-TOTAL-NAO-APRES TO WS-CHA-VL-EDIT
           MOVE SPACES TO WS-CHA-LINHA
           STRING 'TOTAL: ' DELIMITED SIZE
                  WS-CHA-QTD-NAO-APRES DELIMITED SIZE
                  ' CHEQUE(S) - VALOR ' DELIMITED SIZE
                  WS-CHA-VL-EDIT DELIMITED SIZE
               INTO WS-CHA-LINHA
           END-STRING
           PERFORM 8450-SAIDA-LINHA
           IF CHA-SAIDA-RELATORIO
               CLOSE ARQRELCHA
               DISPLAY 'RELACAO DE NAO RECLAMADOS EM BANKCHQA.TXT'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8420-LINHA-NAO-APRESENTADO.
           ADD 1 TO WS-CHA-QTD-NAO-APRES
           ADD CHA-VALOR TO WS-CHA-TOTAL-NAO-APRES
           MOVE WS-CHA-DIAS TO WS-CHA-DIAS-EDIT
           MOVE CHA-VALOR TO WS-CHA-VL-EDIT
           MOVE SPACES TO WS-CHA-LINHA
           STRING CHA-NUMERO       DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  CHA-CONTA        DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  CHA-FAVORECIDO   DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  CHA-DT-EMISSAO   DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-CHA-DIAS-EDIT DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-CHA-VL-EDIT   DELIMITED SIZE
               INTO WS-CHA-LINHA
           END-STRING
           PERFORM 8450-SAIDA-LINHA.

       8450-SAIDA-LINHA.
           IF CHA-SAIDA-RELATORIO
               WRITE REG-RELCHA FROM WS-CHA-LINHA
           ELSE
               DISPLAY WS-CHA-LINHA
           END-IF.

      *================================================================
       8500-LOTE-CHEQUE-DEPOSITADO SECTION.
      *================================================================
       8500-INICIO.
           DISPLAY '--- CHEQUES DE OUTROS BANCOS DEPOSITADOS ---'
           MOVE ZEROS TO WS-CQD-QTD-DEVOLV WS-CQD-QTD-LIQUID
                         WS-CQD-QTD-REMESSA
           PERFORM 8600-PROCESSAR-DEVOLUCOES
           PERFORM 8700-REMESSA-CAMARA
           DISPLAY 'CHEQUES DEVOLVIDOS PELO SACADO: ' WS-CQD-QTD-DEVOLV
           DISPLAY 'CHEQUES LIQUIDADOS:             ' WS-CQD-QTD-LIQUID
           DISPLAY 'CHEQUES REMETIDOS A CAMARA:     ' WS-CQD-QTD-REMESSA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8600-PROCESSAR-DEVOLUCOES.
      *    Controle de interfaces: a mesma devolucao nunca estorna
      *    duas vezes (BANKIFC confere contagem e duplicidade).
           MOVE 'C' TO WS-IFCSRV-MODO
           MOVE 'BANKCHQD.DEV' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           EVALUATE WS-IFCSRV-CODIGO
               WHEN 3
                   DISPLAY 'SEM ARQUIVO DE DEVOLUCAO BANKCHQD.DEV'
                   EXIT PARAGRAPH
               WHEN 2
                   DISPLAY 'DEVOLUCAO DUPLICADA - ' WS-IFCSRV-MENSAGEM
                   EXIT PARAGRAPH
               WHEN 1
                   DISPLAY 'ARQUIVO DE DEVOLUCAO COM TOTAIS '
                       'INVALIDOS - NAO PROCESSADO'
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN INPUT ARQCHDDEV
           IF FS-CDV-NFD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-CDV-EOF
               READ ARQCHDDEV
                   AT END SET FS-CDV-EOF TO TRUE
                   NOT AT END
                       IF CDV-TIPO-REG = 'DEV'
                           PERFORM 8650-DEVOLVER-CHEQUE-DEPOSITADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQCHDDEV.

       8650-DEVOLVER-CHEQUE-DEPOSITADO.
           MOVE CDV-CQD-ID TO CQD-ID
           READ ARQCHQDEP
               INVALID KEY
                   DISPLAY 'DEVOLUCAO DE CHEQUE ' CDV-CQD-ID
                       ' NAO DEPOSITADO - IGNORADA'
                   EXIT PARAGRAPH
           END-READ
           IF CQD-DEVOLVIDO
               DISPLAY 'CHEQUE ' CQD-ID ' JA DEVOLVIDO - IGNORADO'
               EXIT PARAGRAPH
           END-IF
           MOVE CQD-CONTA TO CHQ-CONTA-NUM
           READ ARQCONTAS KEY IS CHQ-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA ' CQD-CONTA ' INDISPONIVEL - ESTORNO '
                   'DO CHEQUE DEPOSITADO ' CQD-ID
                   ' PENDENTE DE REGULARIZACAO'
               EXIT PARAGRAPH
           END-IF
      *    O estorno e integral mesmo que deixe a conta devedora:
      *    o valor nunca foi recebido do banco sacado.
           SUBTRACT CQD-VALOR FROM CHQ-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CHQ-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           PERFORM 8660-REGISTRAR-ESTORNO-DEPOSITO
           PERFORM 8670-BAIXAR-BLOQUEIO-DEPOSITO
           MOVE 'V' TO CQD-SITUACAO
           MOVE CDV-MOTIVO TO CQD-MOTIVO-DEV
           MOVE WS-DATA-MOVIMENTO TO CQD-DT-DEVOLUCAO
           MOVE CHQ-TRANS-ID TO CQD-TRANS-ESTORNO
           REWRITE REG-CHEQUE-DEPOSITADO
           MOVE CQD-CONTA TO WS-NOT-CONTA
           MOVE 'CHD' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Cheque depositado nr '  DELIMITED SIZE
                  CQD-NUMERO-CHEQUE        DELIMITED SIZE
                  ' devolvido motivo '     DELIMITED SIZE
                  CDV-MOTIVO               DELIMITED SIZE
                  ' - credito estornado'   DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIF
           MOVE CQD-VALOR TO WS-CQD-VL-EDIT
           DISPLAY 'CHEQUE DEPOSITADO ' CQD-ID ' DEVOLVIDO MOTIVO '
               CDV-MOTIVO ' - ESTORNADO NA CONTA ' CQD-CONTA ': '
               WS-CQD-VL-EDIT
           ADD 1 TO WS-CQD-QTD-DEVOLV.

       8660-REGISTRAR-ESTORNO-DEPOSITO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CHQ-TRANS-ID
           MOVE CQD-CONTA TO CHQ-TRANS-CONTA-ORG
           MOVE ZEROS TO CHQ-TRANS-CONTA-DEST
           MOVE 'CHD' TO CHQ-TRANS-TIPO
           MOVE CQD-VALOR TO CHQ-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CHQ-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CHQ-TRANS-HORA
           MOVE SPACES TO CHQ-TRANS-DESCRICAO
           STRING 'Devolucao cheque depositado bco ' DELIMITED SIZE
                  CQD-BANCO-SACADO                  DELIMITED SIZE
                  ' nr '                            DELIMITED SIZE
                  CQD-NUMERO-CHEQUE                 DELIMITED SIZE
                  ' motivo '                        DELIMITED SIZE
                  CDV-MOTIVO                        DELIMITED SIZE
               INTO CHQ-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO CHQ-TRANS-STATUS
           COMPUTE CHQ-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'COMPE' TO CHQ-TRANS-CANAL
           MOVE 'BRL' TO CHQ-TRANS-MOEDA
           WRITE REG-TRANS.

       8670-BAIXAR-BLOQUEIO-DEPOSITO.
      *    O valor saiu da conta: o bloqueio da compensacao, se
      *    ainda ativo, nao tem mais o que reter.
           MOVE CQD-BLQ-ID TO BLQ-ID
           READ ARQBLOQ
               INVALID KEY CONTINUE
           END-READ
           IF FS-BLOQ-OK AND BLQ-ATIVO
               MOVE 'B' TO BLQ-STATUS
               REWRITE REG-BLOQUEIO
           END-IF.

       8700-REMESSA-CAMARA.
      *    Depositados ainda nao enviados vao na remessa do dia;
      *    enviados com o dia da compensacao vencido sem devolucao
      *    ficam liquidados. A remessa entra no log de despachos.
           OPEN OUTPUT ARQCHDREM
           MOVE ZEROS TO CQD-ID
           START ARQCHQDEP KEY IS >= CQD-ID
               INVALID KEY MOVE '10' TO FS-CHQDEP
           END-START
           PERFORM UNTIL FS-CQD-EOF
               READ ARQCHQDEP NEXT
                   AT END MOVE '10' TO FS-CHQDEP
               END-READ
               IF NOT FS-CQD-EOF
                   IF CQD-DEPOSITADO
                       PERFORM 8750-REMETER-CHEQUE-DEPOSITADO
                   ELSE
                       IF CQD-ENVIADO
                          AND CQD-DT-COMPENSACAO <= WS-DATA-MOVIMENTO
                           MOVE 'L' TO CQD-SITUACAO
                           REWRITE REG-CHEQUE-DEPOSITADO
                           ADD 1 TO WS-CQD-QTD-LIQUID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CHQDEP
           MOVE SPACES TO WS-CQD-LINHA
           MOVE 'TRL' TO WS-CQD-LINHA(1:3)
           MOVE WS-CQD-QTD-REMESSA TO WS-CQD-LINHA(4:7)
           WRITE REG-CHDREM FROM WS-CQD-LINHA
           CLOSE ARQCHDREM
           MOVE 'S' TO WS-IFCSRV-MODO
           MOVE 'BANKCHQD.REM' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE.

       8750-REMETER-CHEQUE-DEPOSITADO.
           MOVE CQD-VALOR TO WS-CQD-VALOR-REM
           MOVE SPACES TO WS-CQD-LINHA
           STRING 'CHD'                DELIMITED SIZE
                  CQD-ID               DELIMITED SIZE
                  CQD-BANCO-SACADO     DELIMITED SIZE
                  CQD-AGENCIA-SACADA   DELIMITED SIZE
                  CQD-CONTA-SACADA     DELIMITED SIZE
                  CQD-NUMERO-CHEQUE    DELIMITED SIZE
                  WS-CQD-VALOR-REM     DELIMITED SIZE
                  CQD-PRACA            DELIMITED SIZE
                  CQD-DT-DEPOSITO      DELIMITED SIZE
                  CQD-AGENCIA          DELIMITED SIZE
                  CQD-CONTA            DELIMITED SIZE
               INTO WS-CQD-LINHA
           END-STRING
           WRITE REG-CHDREM FROM WS-CQD-LINHA
           MOVE 'E' TO CQD-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CQD-DT-REMESSA
           REWRITE REG-CHEQUE-DEPOSITADO
           ADD 1 TO WS-CQD-QTD-REMESSA.

      *================================================================
       9999-FIM.
      *================================================================
