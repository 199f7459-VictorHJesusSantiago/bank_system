      * (faixas de valor e taxa), contratacao com plano de parcelas
      * pela tabela Price, liberacao creditada na conta como
      * transacao e cobranca mensal das parcelas no lote noturno -
      * parcela sem fundos marca o contrato em atraso. A mesma
      * cobranca debita a prestacao SAC dos financiamentos
      * imobiliarios (BANKIMO), apurada no vencimento pelo servico
      * BANKIMS com a correcao monetaria do mes. O seguro
      * prestamista opcional e financiado no contrato e emitido
      * pelo servico de seguros (BANKSGS), que o encerra na
      * liquidacao. Para quem nao mantem saldo em conta, a parcela
      * pode ser cobrada por boleto: emissao do boleto da proxima
      * parcela ou do carne das restantes na carteira propria do
      * BANKCOB (BANKBOLE.DAT, vinculo em BANKEMPB.DAT); a
      * competencia com boleto emitido sai do debito em conta do
      * lote e e liquidada pelo BANKCOB quando o boleto e pago.
      * Na contratacao, cliente de grupo economico recebe aviso
      * quando o contrato leva o grupo acima do limite de
      * concentracao sobre o PR (servico BANKGRS).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLOAN.
                   WITH DUPLICATES
               FILE STATUS IS FS-CONSIG.

      *    Carteira de boletos do BANKCOB e vinculo dos boletos com
      *    as parcelas dos contratos (boleto avulso ou carne).
           SELECT ARQBOLETO ASSIGN TO 'BANKBOLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BOL-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLETO.

           SELECT ARQBOLEMP ASSIGN TO 'BANKEMPB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS EBL-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLEMP.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  CSG-ATIVO         VALUE 'A'.
               88  CSG-ENCERRADO     VALUE 'E'.

       FD  ARQBOLETO.
       01  REG-BOLETO.
           05  BOL-NOSSO-NUMERO      PIC 9(11).
           05  BOL-BENEFICIARIO      PIC 9(10).
           05  BOL-PAGADOR-NOME      PIC X(60).
           05  BOL-PAGADOR-CPF       PIC X(14).
           05  BOL-VALOR             PIC S9(13)V99 COMP-3.
           05  BOL-DT-EMISSAO        PIC 9(8).
           05  BOL-DT-VENCTO         PIC 9(8).
           05  BOL-LINHA-DIGITAVEL   PIC X(47).
           05  BOL-SITUACAO          PIC X(1).
           05  BOL-DT-PAGAMENTO      PIC 9(8).
           05  BOL-VALOR-PAGO        PIC S9(13)V99 COMP-3.
           05  BOL-PROTESTO-DIAS     PIC 9(3).
           05  BOL-SIT-PROTESTO      PIC X(1).
           05  BOL-DT-PROTESTO       PIC 9(8).
           05  BOL-PROTOCOLO         PIC X(15).
           05  BOL-CUSTAS-CARTORIO   PIC S9(7)V99 COMP-3.

       FD  ARQBOLEMP.
           COPY BANKEMPB.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  EMP-CONTA-NUM         PIC 9(10).
               88  EMP-EM-ATRASO     VALUE 'T'.
               88  EMP-QUITADO       VALUE 'Q'.
               88  EMP-RENEGOCIADO   VALUE 'R'.
      *    Baixado para prejuizo (BANKPRJ): o que for pago depois e
      *    recuperacao de credito (BANKRCP).
               88  EMP-PREJUIZO      VALUE 'P'.
      *    Financiamento imobiliario (BANKIMO) antes do registro da
      *    alienacao fiduciaria: sem liberacao e fora da cobranca.
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

      *    Referencias cruzadas da renegociacao: o contrato novo
      *    aponta os contratos consolidados, preservando o historico
               88  FS-RNG-OK        VALUE '00'.
           05  FS-CONSIG            PIC XX.
               88  FS-CSG-OK        VALUE '00'.
           05  FS-BOLETO            PIC XX.
               88  FS-BOL-OK        VALUE '00'.
           05  FS-BOLEMP            PIC XX.
               88  FS-EBL-OK        VALUE '00'.
               88  FS-EBL-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-OFERTA-CTRL.
      *    Faixas de pre-aprovacao por score de credito do CRM.
           05  WS-CTR-FATOR         PIC 9(3)V9(10) COMP-3.
           05  WS-CTR-TAXA-DEC      PIC 9(1)V9(6) COMP-3.
           05  WS-CTR-CONFIRMA      PIC X(1).
           05  WS-CTR-PRESTAMISTA   PIC X(1).
               88  CTR-COM-PRESTAMISTA VALUE 'S'.
           05  WS-CTR-PREMIO-PRST   PIC S9(9)V99 COMP-3.
      *    Premio unico da prestamista: taxa por mes de prazo sobre
      *    o valor financiado (principal + IOF).
           05  WS-CTR-TAXA-PRST     PIC 9V9(6) VALUE 0,000700.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-COB-DIA-HOJE      PIC 9(2).
           05  WS-COB-COMPETENCIA   PIC 9(6).
           05  WS-COB-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-COB-IMOBILIARIO   PIC X(1).
               88  COB-IMOBILIARIO  VALUE 'S'.
           05  WS-COB-POR-BOLETO    PIC X(1).
               88  COB-POR-BOLETO   VALUE 'S'.

       01  WS-BOLETO-CTRL.
      *    Boleto de parcela / carne na carteira propria do banco
      *    (beneficiario zerado), numeracao e linha digitavel do
      *    BANKCOB.
           05  WS-BLE-CONTRATO-INF  PIC 9(10).
           05  WS-BLE-TIPO          PIC X(1).
               88  BLE-CARNE        VALUE 'C'.
               88  BLE-PROXIMA      VALUE 'P'.
           05  WS-BLE-PROX-NN       PIC 9(11) VALUE ZEROS.
           05  WS-BLE-PARCELA       PIC 9(3).
           05  WS-BLE-ULTIMA        PIC 9(3).
           05  WS-BLE-COMPETENCIA   PIC 9(6).
           05  WS-BLE-COMPET-R REDEFINES WS-BLE-COMPETENCIA.
               10  WS-BLE-COMPET-ANO PIC 9(4).
               10  WS-BLE-COMPET-MES PIC 9(2).
           05  WS-BLE-EXISTENTE     PIC X(1).
               88  BLE-EXISTENTE    VALUE 'S'.
           05  WS-BLE-QTD-EMITIDOS  PIC 9(3).
           05  WS-BLE-QTD-EXISTENTES PIC 9(3).
           05  WS-BLE-DV            PIC 9(1).
           05  WS-DV-ACUM           PIC 9(8) COMP-3.
           05  WS-DV-IDX            PIC 9(2) COMP-3.
           05  WS-DV-BASE           PIC X(25).
           05  WS-LD-VALOR          PIC 9(10).


       01  WS-CHAMADA-GARANTIA.
           05  WS-GARSRV-MENSAGEM   PIC X(60).


       01  WS-CHAMADA-RECUPERACAO.
      *    Area de chamada da recuperacao de creditos (BANKRCP)
           05  WS-RCPSRV-MODO       PIC X(1).
           05  WS-RCPSRV-CONTRATO   PIC 9(10).
           05  WS-RCPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-RCPSRV-FORMA      PIC X(1).
           05  WS-RCPSRV-DATA       PIC 9(8).
           05  WS-RCPSRV-CODIGO     PIC 9(4).
           05  WS-RCPSRV-MENSAGEM   PIC X(60).


       01  WS-CHAMADA-GRUPO-ECON.
      *    Area de chamada do servico de grupos economicos (BANKGRS)
           05  WS-GRSSRV-MODO       PIC X(1).
           05  WS-GRSSRV-CLI-ID     PIC 9(10).
           05  WS-GRSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-GRSSRV-COMPET     PIC 9(6).
           05  WS-GRSSRV-DATA-BASE  PIC 9(8).
           05  WS-GRSSRV-GRUPO      PIC 9(6).
           05  WS-GRSSRV-NOME       PIC X(40).
           05  WS-GRSSRV-EXPOSICAO  PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-LIMITE     PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-PR         PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-PERC-LIMITE PIC 9(2)V99.
           05  WS-GRSSRV-QTD-GRUPOS PIC 9(4).
           05  WS-GRSSRV-CODIGO     PIC 9(4).
           05  WS-GRSSRV-MENSAGEM   PIC X(60).


       01  WS-CHAMADA-IMOBILIARIO.
      *    Area de chamada do servico imobiliario (BANKIMS)
           05  WS-IMOSRV-MODO       PIC X(1).
           05  WS-IMOSRV-CONTRATO   PIC 9(10).
           05  WS-IMOSRV-PARC-REST  PIC 9(3).
           05  WS-IMOSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IMOSRV-CODIGO     PIC 9(4).
           05  WS-IMOSRV-MENSAGEM   PIC X(60).


       01  WS-CHAMADA-IOF.
      *    Area de chamada do motor central de IOF (BANKIOF)
           05  WS-IOFSRV-TIPO       PIC X(1).
           05  WS-IOFSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-CODIGO     PIC 9(4).


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

       01  WS-CHAMADA-VENDA.
      *    Area de chamada do registro de vendas (BANKVDA)
           05  WS-VDASRV-MODO       PIC X(1).
           05  WS-VDASRV-PRODUTO    PIC X(3).
           05  WS-VDASRV-CONTRATO   PIC 9(10).
           05  WS-VDASRV-CONTA      PIC 9(10).
           05  WS-VDASRV-AGENCIA    PIC 9(4).
           05  WS-VDASRV-OPERADOR   PIC X(20).
           05  WS-VDASRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-VDASRV-CODIGO     PIC 9(4).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           OPEN INPUT ARQCLIENTE
           PERFORM 0100-ABRIR-ARQEMPREST
           PERFORM 0105-ABRIR-ARQRENEG
           PERFORM 0107-ABRIR-ARQBOLEMP
           PERFORM 0110-SEED-PROXIMO-TRANS-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0120-CARREGAR-DATA-MOVIMENTO
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQCLIENTE ARQEMPREST ARQRENEG
           CLOSE ARQBOLEMP
           MOVE 0 TO LS-CODIGO
           GOBACK.

               END-IF
           END-IF.

       0107-ABRIR-ARQBOLEMP.
           OPEN I-O ARQBOLEMP
           IF FS-BOLEMP = '35'
               OPEN OUTPUT ARQBOLEMP
               CLOSE ARQBOLEMP
               OPEN I-O ARQBOLEMP
           END-IF.

       0110-SEED-PROXIMO-TRANS-ID.
      *    Mesma tecnica do BANKTRAN para o contador de transacoes.
           MOVE 999999999999999 TO EMP-TRANS-ID
           DISPLAY ' 05. Renegociar contratos em atraso'
           DISPLAY ' 06. Quitacao/amortizacao antecipada'
           DISPLAY ' 07. Garantias (constituir/listar/liberar)'
           DISPLAY ' 08. Emitir boleto de parcela / carne'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Contratacao e cobranca movimentam saldo e passam pela
      *    matriz de permissoes (o perfil auditor e somente leitura).
           IF WS-OPCAO = '02' OR '04' OR '05' OR '06' OR '08'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
               WHEN '07'
                   MOVE 'M' TO WS-GARSRV-MODO
                   CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
               WHEN '08'
                   PERFORM 8000-EMITIR-BOLETOS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
           MOVE WS-CTR-PRINCIPAL TO WS-IOFSRV-BASE
           COMPUTE WS-IOFSRV-DIAS = WS-CTR-PRAZO * 30
           CALL 'BANKIOF' USING WS-CHAMADA-IOF
      *    Seguro prestamista opcional, premio unico financiado
      *    junto com o contrato; quita o saldo no obito do tomador.
           MOVE ZEROS TO WS-CTR-PREMIO-PRST
           DISPLAY 'Incluir seguro prestamista? (S/N): '
           ACCEPT WS-CTR-PRESTAMISTA
           IF CTR-COM-PRESTAMISTA
               COMPUTE WS-CTR-PREMIO-PRST ROUNDED =
                   (WS-CTR-PRINCIPAL + WS-IOFSRV-VALOR)
                   * WS-CTR-TAXA-PRST * WS-CTR-PRAZO
           END-IF
      *    Parcela pela tabela Price sobre principal + IOF (+ premio
      *    da prestamista): parcela = P * i / (1 - (1+i)**-n)
           COMPUTE WS-CTR-TAXA-DEC = WS-OFE-TAXA / 100
           COMPUTE WS-CTR-FATOR =
               1 - (1 + WS-CTR-TAXA-DEC) ** (0 - WS-CTR-PRAZO)
           COMPUTE WS-CTR-PARCELA ROUNDED =
               (WS-CTR-PRINCIPAL + WS-IOFSRV-VALOR
                + WS-CTR-PREMIO-PRST)
               * WS-CTR-TAXA-DEC / WS-CTR-FATOR
           MOVE WS-IOFSRV-VALOR TO WS-OFE-VL-DISP
           DISPLAY 'IOF FINANCIADO: R$ ' WS-OFE-VL-DISP
           IF CTR-COM-PRESTAMISTA
               MOVE WS-CTR-PREMIO-PRST TO WS-OFE-VL-DISP
               DISPLAY 'SEGURO PRESTAMISTA FINANCIADO: R$ '
                   WS-OFE-VL-DISP
           END-IF
           MOVE WS-CTR-PARCELA TO WS-OFE-VL-DISP
           DISPLAY WS-CTR-PRAZO ' PARCELAS DE R$ ' WS-OFE-VL-DISP
           PERFORM 3050-VERIFICAR-GRUPO-ECON
           DISPLAY 'Confirmar contratacao? (S/N): '
           ACCEPT WS-CTR-CONFIRMA
           IF WS-CTR-CONFIRMA NOT = 'S'
           MOVE EMP-CONTA-CLI-ID TO EMP-CLI-ID
           COMPUTE EMP-PRINCIPAL =
               WS-CTR-PRINCIPAL + WS-IOFSRV-VALOR
               + WS-CTR-PREMIO-PRST
           MOVE WS-OFE-TAXA TO EMP-TAXA-MES
           MOVE WS-CTR-PRAZO TO EMP-PRAZO-MESES
           MOVE WS-CTR-PARCELA TO EMP-VALOR-PARCELA
           WRITE REG-EMPRESTIMO
           PERFORM 3100-LIBERAR-CREDITO
           PERFORM 3150-REGISTRAR-IOF-CONTRATO
           IF CTR-COM-PRESTAMISTA
               PERFORM 3170-EMITIR-PRESTAMISTA
           END-IF
           MOVE 'R' TO WS-VDASRV-MODO
           PERFORM 3180-REGISTRAR-VENDA
           DISPLAY 'CONTRATO ' EMP-ID ' LIBERADO NA CONTA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-VERIFICAR-GRUPO-ECON.
      *    Cliente de grupo economico: avisa quando o saldo do novo
      *    contrato leva a exposicao do grupo acima do limite de
      *    concentracao sobre o PR. So aviso - a decisao fica com o
      *    operador na confirmacao.
           MOVE 'E' TO WS-GRSSRV-MODO
           MOVE EMP-CONTA-CLI-ID TO WS-GRSSRV-CLI-ID
           COMPUTE WS-GRSSRV-VALOR = WS-CTR-PARCELA * WS-CTR-PRAZO
           CALL 'BANKGRS' USING WS-CHAMADA-GRUPO-ECON
           EVALUATE WS-GRSSRV-CODIGO
               WHEN 2
                   DISPLAY '*** ATENCAO: GRUPO ECONOMICO '
                       WS-GRSSRV-GRUPO ' ' WS-GRSSRV-NOME
                   MOVE WS-GRSSRV-EXPOSICAO TO WS-OFE-VL-DISP
                   DISPLAY '    EXPOSICAO ATUAL R$ ' WS-OFE-VL-DISP
                   MOVE WS-GRSSRV-LIMITE TO WS-OFE-VL-DISP
                   DISPLAY '    LIMITE DO GRUPO R$ ' WS-OFE-VL-DISP
                   DISPLAY '    ESTE CONTRATO LEVA O GRUPO ACIMA DO '
                       'LIMITE DE CONCENTRACAO ***'
               WHEN 3
                   DISPLAY 'GRUPO ECONOMICO ' WS-GRSSRV-GRUPO
                       ': ' WS-GRSSRV-MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-LIBERAR-CREDITO.
           ADD WS-CTR-PRINCIPAL TO EMP-CONTA-SALDO
           MOVE WS-DATA-HOJE TO EMP-CONTA-DT-ATUALIZACAO
           MOVE 'BRL' TO EMP-TRANS-MOEDA
           WRITE REG-TRANS.

       3170-EMITIR-PRESTAMISTA.
      *    Apolice da prestamista com capital igual ao financiado;
      *    o servico registra o premio para repasse a seguradora.
           MOVE 'P' TO WS-SEGSRV-MODO
           MOVE EMP-ID TO WS-SEGSRV-CONTRATO
           MOVE EMP-CONTA TO WS-SEGSRV-CONTA
           MOVE EMP-CONTA-CPF TO WS-SEGSRV-CPF
           MOVE EMP-CONTA-AGENCIA TO WS-SEGSRV-AGENCIA
           MOVE EMP-PRINCIPAL TO WS-SEGSRV-CAPITAL
           MOVE WS-CTR-PREMIO-PRST TO WS-SEGSRV-PREMIO
           CALL 'BANKSGS' USING WS-CHAMADA-SEGURO
           IF WS-SEGSRV-CODIGO NOT = 0
               DISPLAY 'PRESTAMISTA NAO EMITIDA: ' WS-SEGSRV-MENSAGEM
           END-IF.

       3180-REGISTRAR-VENDA.
      *    Contrato vendido (ou desfeito na quitacao antecipada) no
      *    registro de vendas em nome do operador logado.
           MOVE 'EMP' TO WS-VDASRV-PRODUTO
           MOVE EMP-ID TO WS-VDASRV-CONTRATO
           MOVE EMP-CONTA TO WS-VDASRV-CONTA
           MOVE EMP-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           MOVE EMP-PRINCIPAL TO WS-VDASRV-VALOR
           MOVE LS-OPERADOR TO WS-VDASRV-OPERADOR
           CALL 'BANKVDA' USING WS-CHAMADA-VENDA.

      *================================================================
       4000-CONSULTAR-CONTRATOS SECTION.
      *================================================================
      *    Cobranca mensal: no dia de vencimento de cada contrato
      *    ativo (ou em atraso) debita a parcela; sem fundos o
      *    contrato e marcado em atraso e a parcela fica para a
      *    proxima tentativa. Contrato baixado para prejuizo segue
      *    na cobranca: a parcela debitada e recuperacao de credito.
           DISPLAY '--- COBRANCA DE PARCELAS ---'
           MOVE ZEROS TO WS-COB-QTD-DEBITADAS WS-COB-QTD-ATRASOS
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-COB-DIA-HOJE
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
               IF NOT FS-EMP-EOF
                   IF (EMP-ATIVO OR EMP-EM-ATRASO OR EMP-PREJUIZO)
                      AND EMP-DIA-VENCTO <= WS-COB-DIA-HOJE
                      AND EMP-PARCELAS-PAGAS < EMP-PRAZO-MESES
                      AND EMP-COMPET-COBRADA < WS-COB-COMPETENCIA
                       PERFORM 5050-VERIFICAR-CONSIGNACAO
                       PERFORM 5070-VERIFICAR-BOLETO
                       IF WS-COB-EM-FOLHA = 'N'
                          AND NOT COB-POR-BOLETO
                           PERFORM 5100-DEBITAR-PARCELA
                       END-IF
                   END-IF
               MOVE 'S' TO WS-COB-EM-FOLHA
           END-IF.

       5070-VERIFICAR-BOLETO.
      *    Competencia com boleto emitido (em aberto ou pago) e
      *    cobrada pelo boleto: debitar em conta cobraria a parcela
      *    em dobro. Boleto vencido sem pagamento segue para a
      *    regua do BANKDUN; o baixado devolve a parcela ao debito.
           MOVE 'N' TO WS-COB-POR-BOLETO
           MOVE EMP-ID TO EBL-CONTRATO
           START ARQBOLEMP KEY IS = EBL-CONTRATO
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-EBL-EOF OR COB-POR-BOLETO
               READ ARQBOLEMP NEXT
                   AT END MOVE '10' TO FS-BOLEMP
               END-READ
               IF NOT FS-EBL-EOF
                   IF EBL-CONTRATO NOT = EMP-ID
                       MOVE '10' TO FS-BOLEMP
                   ELSE
                       IF EBL-COMPETENCIA = WS-COB-COMPETENCIA
                          AND NOT EBL-BAIXADO
                           MOVE 'S' TO WS-COB-POR-BOLETO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BOLEMP.

       5060-APURAR-PRESTACAO-IMOB.
      *    Financiamento imobiliario: a prestacao SAC varia todo mes
      *    (amortizacao constante, juros e MIP sobre o saldo
      *    corrigido); o BANKIMS apura o valor do vencimento, que
      *    passa a ser a parcela vigente do contrato.
           MOVE 'N' TO WS-COB-IMOBILIARIO
           MOVE 'P' TO WS-IMOSRV-MODO
           MOVE EMP-ID TO WS-IMOSRV-CONTRATO
           COMPUTE WS-IMOSRV-PARC-REST =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
           CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO
           IF WS-IMOSRV-CODIGO = 0
               MOVE 'S' TO WS-COB-IMOBILIARIO
               MOVE WS-IMOSRV-VALOR TO EMP-VALOR-PARCELA
           END-IF.

       5100-DEBITAR-PARCELA.
           PERFORM 5060-APURAR-PRESTACAO-IMOB
           MOVE EMP-CONTA TO EMP-CONTA-NUM
           READ ARQCONTAS KEY IS EMP-CONTA-NUM
               INVALID KEY CONTINUE
           REWRITE REG-CONTA
           ADD 1 TO EMP-PARCELAS-PAGAS
           MOVE WS-COB-COMPETENCIA TO EMP-COMPET-COBRADA
           IF COB-IMOBILIARIO
               MOVE 'B' TO WS-IMOSRV-MODO
               CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO
           END-IF
           IF EMP-PREJUIZO
               MOVE 'RCP' TO EMP-TRANS-TIPO
               MOVE EMP-VALOR-PARCELA TO WS-RCPSRV-VALOR
               MOVE 'D' TO WS-RCPSRV-FORMA
               PERFORM 5400-REGISTRAR-RECUPERACAO
           ELSE
               MOVE 'PEM' TO EMP-TRANS-TIPO
           END-IF
           IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
               MOVE 'Q' TO EMP-SITUACAO
               DISPLAY 'CONTRATO ' EMP-ID ' QUITADO'
               PERFORM 5300-LIBERAR-GARANTIAS
           ELSE
               IF NOT EMP-PREJUIZO
                   MOVE 'A' TO EMP-SITUACAO
               END-IF
           END-IF
           REWRITE REG-EMPRESTIMO
           ADD 1 TO WS-COB-QTD-DEBITADAS
           MOVE WS-PROXIMO-ID TO EMP-TRANS-ID
           MOVE EMP-CONTA TO EMP-TRANS-CONTA-ORG
           MOVE ZEROS TO EMP-TRANS-CONTA-DEST
           MOVE EMP-VALOR-PARCELA TO EMP-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO EMP-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EMP-TRANS-HORA
           MOVE SPACES TO EMP-TRANS-DESCRICAO
           EVALUATE TRUE
               WHEN EMP-TRANS-TIPO = 'RCP'
                   STRING 'Recuperacao de credito contrato '
                                                 DELIMITED SIZE
                          EMP-ID                 DELIMITED SIZE
                       INTO EMP-TRANS-DESCRICAO
                   END-STRING
               WHEN COB-IMOBILIARIO
                   STRING 'Prestacao financ. imobiliario contrato '
                                                 DELIMITED SIZE
                          EMP-ID                 DELIMITED SIZE
                          ' ('                   DELIMITED SIZE
                          EMP-PARCELAS-PAGAS     DELIMITED SIZE
                          '/'                    DELIMITED SIZE
                          EMP-PRAZO-MESES        DELIMITED SIZE
                          ')'                    DELIMITED SIZE
                       INTO EMP-TRANS-DESCRICAO
                   END-STRING
               WHEN OTHER
                   STRING 'Parcela emprestimo contrato '
                                                 DELIMITED SIZE
                          EMP-ID                 DELIMITED SIZE
                          ' ('                   DELIMITED SIZE
                          EMP-PARCELAS-PAGAS     DELIMITED SIZE
                          '/'                    DELIMITED SIZE
                          EMP-PRAZO-MESES        DELIMITED SIZE
                          ')'                    DELIMITED SIZE
                       INTO EMP-TRANS-DESCRICAO
                   END-STRING
           END-EVALUATE
           MOVE 'E' TO EMP-TRANS-STATUS
           COMPUTE EMP-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           WRITE REG-TRANS.

       5300-LIBERAR-GARANTIAS.
      *    Contrato liquidado libera as garantias vinculadas e
      *    encerra a prestamista que o cobria.
           MOVE 'Q' TO WS-GARSRV-MODO
           MOVE EMP-ID TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           MOVE 'Q' TO WS-SEGSRV-MODO
           MOVE EMP-ID TO WS-SEGSRV-CONTRATO
           CALL 'BANKSGS' USING WS-CHAMADA-SEGURO.

       5400-REGISTRAR-RECUPERACAO.
      *    Recebimento sobre contrato baixado: controle, diario e
      *    compensacao atualizados pelo servico de recuperacao.
           MOVE 'R' TO WS-RCPSRV-MODO
           MOVE EMP-ID TO WS-RCPSRV-CONTRATO
           MOVE WS-DATA-MOVIMENTO TO WS-RCPSRV-DATA
           CALL 'BANKRCP' USING WS-CHAMADA-RECUPERACAO
           IF WS-RCPSRV-CODIGO NOT = 0
               DISPLAY 'CONTRATO ' EMP-ID ': ' WS-RCPSRV-MENSAGEM
           END-IF.

       5200-MARCAR-ATRASO.
      *    Um atraso por competencia: a retentativa noturna dentro
      *    do mesmo mes nao acumula novos atrasos no contrato.
      *    Contrato baixado permanece na situacao de prejuizo.
           IF NOT EMP-PREJUIZO
               MOVE 'T' TO EMP-SITUACAO
           END-IF
           IF EMP-COMPET-ATRASO < WS-COB-COMPETENCIA
               ADD 1 TO EMP-QTD-ATRASOS
               MOVE WS-COB-COMPETENCIA TO EMP-COMPET-ATRASO
      *    restantes de cada origem, menos o desconto de liquidacao
      *    autorizado dentro da alcada de gerente. As origens ficam
      *    encerradas com situacao R e a referencia cruzada em
      *    BANKRENG.DAT preserva o historico para a provisao. Origem
      *    baixada para prejuizo volta ao ativo pelo contrato novo:
      *    a parcela dela no saldo renegociado e recuperacao.
           DISPLAY '--- RENEGOCIACAO DE CONTRATOS ---'
           DISPLAY 'Numero da Conta: '
           ACCEPT WS-RNG-CONTA-INF
               END-READ
               IF NOT FS-EMP-OK
                  OR EMP-CONTA NOT = WS-RNG-CONTA-INF
                  OR NOT (EMP-ATIVO OR EMP-EM-ATRASO OR EMP-PREJUIZO)
                   DISPLAY 'CONTRATO INVALIDO PARA RENEGOCIACAO'
               ELSE
                   PERFORM 6150-VERIFICAR-IMOBILIARIO
                   IF WS-IMOSRV-CODIGO = 0
                       DISPLAY 'FINANCIAMENTO IMOBILIARIO NAO ENTRA '
                           'NA RENEGOCIACAO'
                   ELSE
                       ADD 1 TO WS-RNG-QTD
                       MOVE EMP-ID TO WS-RNG-ORIGENS(WS-RNG-QTD)
                       COMPUTE WS-RNG-SALDO-DEVEDOR =
                           WS-RNG-SALDO-DEVEDOR +
                           EMP-VALOR-PARCELA *
                           (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
                   END-IF
               END-IF
           END-PERFORM.

       6150-VERIFICAR-IMOBILIARIO.
      *    Contrato imobiliario (codigo 0): saldo devedor SAC
      *    corrigido, fora da conta de parcelas restantes da
      *    renegociacao e da quitacao pela tabela Price.
           MOVE 'S' TO WS-IMOSRV-MODO
           MOVE EMP-ID TO WS-IMOSRV-CONTRATO
           CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO.

       6200-AUTORIZAR-DESCONTO.
      *    Desconto de liquidacao e alcada de gerente: a funcao
      *    RENEG-DESC e restrita na matriz de permissoes, e vedada
      *    em conta propria ou de parente do operador.
           MOVE 0 TO LS-CODIGO
           IF WS-RNG-DESCONTO > WS-RNG-DESC-MAXIMO
               DISPLAY 'DESCONTO ACIMA DO TETO DE '
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'RENEG-DESC  ' TO WS-PRM-FUNCAO
           MOVE WS-RNG-CONTA-INF TO WS-PRM-CONTA
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           MOVE ZEROS TO WS-PRM-CONTA
           IF NOT PRM-AUTORIZADO
               DISPLAY 'DESCONTO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-EMP-OK
                   IF EMP-PREJUIZO
                       COMPUTE WS-RCPSRV-VALOR ROUNDED =
                           EMP-VALOR-PARCELA *
                           (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS) *
                           (1 - WS-RNG-DESCONTO / 100)
                       MOVE 'R' TO WS-RCPSRV-FORMA
                       PERFORM 5400-REGISTRAR-RECUPERACAO
                   END-IF
                   MOVE 'R' TO EMP-SITUACAO
                   REWRITE REG-EMPRESTIMO
               END-IF
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK
              OR NOT (EMP-ATIVO OR EMP-EM-ATRASO OR EMP-PREJUIZO)
               DISPLAY 'CONTRATO NAO ENCONTRADO OU NAO ESTA ABERTO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 6150-VERIFICAR-IMOBILIARIO
           IF WS-IMOSRV-CODIGO = 0
               DISPLAY 'QUITACAO ANTECIPADA NAO DISPONIVEL PARA '
                   'FINANCIAMENTO IMOBILIARIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           COMPUTE WS-QUI-PARC-REST =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
      *    Valor de quitacao a data presente: valor presente das
           MOVE WS-DATA-HOJE TO EMP-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           PERFORM 7300-REGISTRAR-TRANS-QUITACAO
           IF EMP-PREJUIZO
               MOVE WS-QUI-VALOR-INF TO WS-RCPSRV-VALOR
               MOVE 'A' TO WS-RCPSRV-FORMA
               PERFORM 5400-REGISTRAR-RECUPERACAO
           END-IF
           IF WS-QUI-VALOR-INF = WS-QUI-VALOR-PAYOFF
      *        Quitacao total: contrato liquidado.
               MOVE EMP-PRAZO-MESES TO EMP-PARCELAS-PAGAS
               REWRITE REG-EMPRESTIMO
               DISPLAY 'CONTRATO ' EMP-ID ' QUITADO'
               PERFORM 5300-LIBERAR-GARANTIAS
      *        Quitacao total antecipada desfaz a venda do contrato.
               MOVE 'E' TO WS-VDASRV-MODO
               PERFORM 3180-REGISTRAR-VENDA
           ELSE
               PERFORM 7100-AMORTIZACAO-PARCIAL
           END-IF
           MOVE WS-PROXIMO-ID TO EMP-TRANS-ID
           MOVE EMP-CONTA TO EMP-TRANS-CONTA-ORG
           MOVE ZEROS TO EMP-TRANS-CONTA-DEST
           MOVE WS-QUI-VALOR-INF TO EMP-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO EMP-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EMP-TRANS-HORA
           MOVE SPACES TO EMP-TRANS-DESCRICAO
           IF EMP-PREJUIZO
               MOVE 'RCP' TO EMP-TRANS-TIPO
               STRING 'Recuperacao de credito contrato '
                                                     DELIMITED SIZE
                      EMP-ID                         DELIMITED SIZE
                   INTO EMP-TRANS-DESCRICAO
               END-STRING
           ELSE
               MOVE 'PEM' TO EMP-TRANS-TIPO
               STRING 'Amortizacao antecipada contrato '
                                                     DELIMITED SIZE
                      EMP-ID                         DELIMITED SIZE
                   INTO EMP-TRANS-DESCRICAO
               END-STRING
           END-IF
           MOVE 'E' TO EMP-TRANS-STATUS
           COMPUTE EMP-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'BRL' TO EMP-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       8000-EMITIR-BOLETOS SECTION.
      *================================================================
       8000-INICIO.
      *    Boleto da proxima parcela em aberto ou carne com todas as
      *    restantes, uma competencia por parcela a partir da
      *    seguinte a ultima cobrada. Parcela que ja tem boleto nao
      *    baixado nao e reemitida. Consignado (cobrado em folha) e
      *    financiamento imobiliario (prestacao apurada so no
      *    vencimento) ficam fora.
           DISPLAY '--- BOLETO DE PARCELA / CARNE ---'
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-BLE-CONTRATO-INF
           MOVE WS-BLE-CONTRATO-INF TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK
               DISPLAY 'CONTRATO NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT (EMP-ATIVO OR EMP-EM-ATRASO)
              OR EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
               DISPLAY 'CONTRATO SEM PARCELAS EM COBRANCA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQCONSIG
           IF FS-CSG-OK
               MOVE 'S' TO WS-COB-TEM-CONSIG
           ELSE
               MOVE 'N' TO WS-COB-TEM-CONSIG
           END-IF
           PERFORM 5050-VERIFICAR-CONSIGNACAO
           IF WS-COB-TEM-CONSIG = 'S'
               CLOSE ARQCONSIG
           END-IF
           IF WS-COB-EM-FOLHA = 'S'
               DISPLAY 'CONTRATO CONSIGNADO - PARCELA RETIDA EM FOLHA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'S' TO WS-IMOSRV-MODO
           MOVE EMP-ID TO WS-IMOSRV-CONTRATO
           CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO
           IF WS-IMOSRV-CODIGO = 0
               DISPLAY 'FINANCIAMENTO IMOBILIARIO - PRESTACAO SO '
                   'APURADA NO VENCIMENTO'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE EMP-CONTA TO EMP-CONTA-NUM
           READ ARQCONTAS KEY IS EMP-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA DO CONTRATO NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Emitir (P) proxima parcela ou (C) carne das '
               'restantes: '
           ACCEPT WS-BLE-TIPO
           IF NOT (BLE-PROXIMA OR BLE-CARNE)
               DISPLAY 'OPCAO INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 8050-ABRIR-ARQBOLETO
           IF NOT FS-BOL-OK
               DISPLAY 'CARTEIRA DE BOLETOS INDISPONIVEL (FS='
                   FS-BOLETO ')'
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Primeira competencia: a seguinte a ultima cobrada (ou a
      *    do contrato), nunca anterior a do movimento.
           IF EMP-COMPET-COBRADA > ZEROS
               MOVE EMP-COMPET-COBRADA TO WS-BLE-COMPETENCIA
               PERFORM 8150-AVANCAR-COMPETENCIA
           ELSE
               MOVE EMP-DT-CONTRATO(1:6) TO WS-BLE-COMPETENCIA
           END-IF
           IF WS-BLE-COMPETENCIA < WS-DATA-MOVIMENTO(1:6)
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-BLE-COMPETENCIA
           END-IF
           COMPUTE WS-BLE-PARCELA = EMP-PARCELAS-PAGAS + 1
           IF BLE-CARNE
               MOVE EMP-PRAZO-MESES TO WS-BLE-ULTIMA
           ELSE
               MOVE WS-BLE-PARCELA TO WS-BLE-ULTIMA
           END-IF
           MOVE ZEROS TO WS-BLE-QTD-EMITIDOS WS-BLE-QTD-EXISTENTES
           PERFORM 8100-EMITIR-BOLETO-PARCELA
               UNTIL WS-BLE-PARCELA > WS-BLE-ULTIMA
           CLOSE ARQBOLETO
           DISPLAY 'BOLETOS EMITIDOS:       ' WS-BLE-QTD-EMITIDOS
           IF WS-BLE-QTD-EXISTENTES > ZEROS
               DISPLAY 'PARCELAS JA COM BOLETO: ' WS-BLE-QTD-EXISTENTES
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8050-ABRIR-ARQBOLETO.
      *    Herda o ultimo nosso-numero da carteira, como o BANKCOB.
           OPEN I-O ARQBOLETO
           IF FS-BOLETO = '35'
               OPEN OUTPUT ARQBOLETO
               CLOSE ARQBOLETO
               OPEN I-O ARQBOLETO
           END-IF
           IF NOT FS-BOL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-BLE-PROX-NN
           MOVE 99999999999 TO BOL-NOSSO-NUMERO
           START ARQBOLETO KEY IS <= BOL-NOSSO-NUMERO
           IF FS-BOL-OK
               READ ARQBOLETO NEXT
               IF FS-BOL-OK
                   MOVE BOL-NOSSO-NUMERO TO WS-BLE-PROX-NN
               END-IF
           END-IF
           MOVE '00' TO FS-BOLETO.

       8100-EMITIR-BOLETO-PARCELA.
           PERFORM 8120-LOCALIZAR-BOLETO-PARCELA
           IF BLE-EXISTENTE
               DISPLAY 'PARCELA ' WS-BLE-PARCELA ' JA TEM BOLETO '
                   EBL-NOSSO-NUMERO ' SITUACAO ' EBL-SITUACAO
               ADD 1 TO WS-BLE-QTD-EXISTENTES
               ADD 1 TO WS-BLE-PARCELA
               PERFORM 8150-AVANCAR-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLE-PROX-NN
           MOVE WS-BLE-PROX-NN TO BOL-NOSSO-NUMERO
           MOVE ZEROS TO BOL-BENEFICIARIO
           MOVE EMP-CONTA-TITULAR TO BOL-PAGADOR-NOME
           MOVE EMP-CONTA-CPF TO BOL-PAGADOR-CPF
           MOVE EMP-VALOR-PARCELA TO BOL-VALOR
           MOVE WS-DATA-HOJE TO BOL-DT-EMISSAO
           COMPUTE BOL-DT-VENCTO =
               WS-BLE-COMPETENCIA * 100 + EMP-DIA-VENCTO
      *    Parcela ja vencida no mes corrente vence no movimento.
           IF BOL-DT-VENCTO < WS-DATA-MOVIMENTO
               MOVE WS-DATA-MOVIMENTO TO BOL-DT-VENCTO
           END-IF
           PERFORM 8200-MONTAR-LINHA-DIGITAVEL
           MOVE 'A' TO BOL-SITUACAO
           MOVE ZEROS TO BOL-DT-PAGAMENTO BOL-VALOR-PAGO
           MOVE ZEROS TO BOL-PROTESTO-DIAS
           MOVE SPACE TO BOL-SIT-PROTESTO
           MOVE ZEROS TO BOL-DT-PROTESTO BOL-CUSTAS-CARTORIO
           MOVE SPACES TO BOL-PROTOCOLO
           WRITE REG-BOLETO
           IF NOT FS-BOL-OK
               DISPLAY 'FALHA AO GRAVAR BOLETO (FS=' FS-BOLETO ')'
               MOVE WS-BLE-ULTIMA TO WS-BLE-PARCELA
               ADD 1 TO WS-BLE-PARCELA
               EXIT PARAGRAPH
           END-IF
           MOVE BOL-NOSSO-NUMERO TO EBL-NOSSO-NUMERO
           MOVE EMP-ID TO EBL-CONTRATO
           MOVE WS-BLE-PARCELA TO EBL-PARCELA
           MOVE WS-BLE-COMPETENCIA TO EBL-COMPETENCIA
           MOVE BOL-DT-VENCTO TO EBL-DT-VENCTO
           MOVE EMP-VALOR-PARCELA TO EBL-VALOR
           MOVE WS-DATA-HOJE TO EBL-DT-EMISSAO
           MOVE 'A' TO EBL-SITUACAO
           MOVE ZEROS TO EBL-DT-PAGAMENTO EBL-VALOR-PAGO
           MOVE ZEROS TO EBL-VL-ENCARGOS
           MOVE LS-OPERADOR TO EBL-OPERADOR
           WRITE REG-BOLETO-PARCELA
           ADD 1 TO WS-BLE-QTD-EMITIDOS
           MOVE BOL-VALOR TO WS-OFE-VL-DISP
           DISPLAY 'PARCELA ' WS-BLE-PARCELA '/' EMP-PRAZO-MESES
               ' VENCTO ' BOL-DT-VENCTO ' R$ ' WS-OFE-VL-DISP
           DISPLAY '  ' BOL-LINHA-DIGITAVEL
           ADD 1 TO WS-BLE-PARCELA
           PERFORM 8150-AVANCAR-COMPETENCIA.

       8120-LOCALIZAR-BOLETO-PARCELA.
           MOVE 'N' TO WS-BLE-EXISTENTE
           MOVE EMP-ID TO EBL-CONTRATO
           START ARQBOLEMP KEY IS = EBL-CONTRATO
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-EBL-EOF OR BLE-EXISTENTE
               READ ARQBOLEMP NEXT
                   AT END MOVE '10' TO FS-BOLEMP
               END-READ
               IF NOT FS-EBL-EOF
                   IF EBL-CONTRATO NOT = EMP-ID
                       MOVE '10' TO FS-BOLEMP
                   ELSE
                       IF EBL-PARCELA = WS-BLE-PARCELA
                          AND NOT EBL-BAIXADO
                           MOVE 'S' TO WS-BLE-EXISTENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BOLEMP.

       8150-AVANCAR-COMPETENCIA.
           IF WS-BLE-COMPET-MES = 12
               ADD 1 TO WS-BLE-COMPET-ANO
               MOVE 1 TO WS-BLE-COMPET-MES
           ELSE
               ADD 1 TO WS-BLE-COMPET-MES
           END-IF.

       8200-MONTAR-LINHA-DIGITAVEL.
      *    Mesma linha digitavel simplificada do BANKCOB (2100):
      *    agencia + beneficiario, nosso-numero com digito do
      *    checksum posicional, vencimento e valor em centavos.
           MOVE SPACES TO WS-DV-BASE
           STRING EMP-CONTA-AGENCIA  DELIMITED SIZE
                  BOL-NOSSO-NUMERO   DELIMITED SIZE
               INTO WS-DV-BASE
           END-STRING
           MOVE ZEROS TO WS-DV-ACUM
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > 15
               COMPUTE WS-DV-ACUM = WS-DV-ACUM +
                   (FUNCTION ORD(WS-DV-BASE(WS-DV-IDX:1)) *
                    WS-DV-IDX)
           END-PERFORM
           COMPUTE WS-BLE-DV = FUNCTION MOD(WS-DV-ACUM 10)
           COMPUTE WS-LD-VALOR = BOL-VALOR * 100
           MOVE SPACES TO BOL-LINHA-DIGITAVEL
           STRING EMP-CONTA-AGENCIA  DELIMITED SIZE
                  '.'                DELIMITED SIZE
                  BOL-BENEFICIARIO   DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  BOL-NOSSO-NUMERO   DELIMITED SIZE
                  '-'                DELIMITED SIZE
                  WS-BLE-DV          DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  BOL-DT-VENCTO      DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-LD-VALOR        DELIMITED SIZE
               INTO BOL-LINHA-DIGITAVEL
           END-STRING.

      *================================================================
       9999-FIM.
      *================================================================
