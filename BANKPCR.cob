      *================================================================
      * BANKPCR.COB - Portabilidade de Credito
      * Sistema Bancario COBOL
      * Troca dos pedidos de portabilidade de credito com a
      * registradora interbancaria (entrada BANKPCR.IN, saida
      * BANKPCR.OUT) e controle de cada pedido em BANKPCRP.DAT,
      * com prazo e desfecho guardados para auditoria.
      * Saida (outro banco leva um contrato nosso do BANKEMPR.DAT):
      * o pedido SP recebe o saldo devedor pela mesma conta da
      * quitacao antecipada do BANKLOAN - valor presente das
      * parcelas restantes a taxa do contrato; no financiamento
      * imobiliario, o saldo SAC corrigido do BANKIMS. Dentro do
      * prazo o banco pode fazer contraproposta de retencao; aceita
      * pelo cliente, o contrato e reprecificado pela Price sobre o
      * saldo informado e o pedido sai como retido (RT). Sem
      * retencao, a liquidacao LQ da proponente chega pela TED do
      * STR: o saldo entra em 11102 contra o ativo 16100, o
      * contrato e quitado e as garantias liberadas.
      * Entrada (cliente traz um contrato de outro banco): o pedido
      * PE segue com a nossa taxa pela faixa de score do BANKLOAN;
      * aceita a resposta RS com o saldo da credora, o contrato novo
      * e gravado no BANKEMPR.DAT (sem IOF novo: a portabilidade nao
      * e operacao nova) e a quitacao da credora sai pela fila TED
      * BANKSTR.DAT, com as transacoes EMP e TED na conta do
      * cliente. Pedido sem desfecho no prazo expira no lote.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPCR.

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
               RECORD KEY IS PCR-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCRC-CLI-ID
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-TRANS-ID
               ALTERNATE RECORD KEY IS PCR-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PCR-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQSTR ASSIGN TO 'BANKSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-ID
               FILE STATUS IS FS-STR.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQPORTAB ASSIGN TO 'BANKPCRP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-ID
               ALTERNATE RECORD KEY IS POR-NUP
               FILE STATUS IS FS-PORTAB.

           SELECT ARQPCRIN ASSIGN TO 'BANKPCR.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCRIN.

           SELECT ARQPCROUT ASSIGN TO 'BANKPCR.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCROUT.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PCR-CONTA-NUM         PIC 9(10).
           05  PCR-CONTA-AGENCIA     PIC 9(4).
           05  PCR-CONTA-DIGITO      PIC 9(1).
           05  PCR-CONTA-TIPO        PIC X(2).
           05  PCR-CONTA-STATUS      PIC X(1).
           05  PCR-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  PCR-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  PCR-CONTA-TITULAR     PIC X(60).
           05  PCR-CONTA-CPF         PIC X(11).
           05  PCR-CONTA-EMAIL       PIC X(80).
           05  PCR-CONTA-TELEFONE    PIC X(15).
           05  PCR-CONTA-DT-ABERTURA PIC 9(8).
           05  PCR-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PCR-CONTA-SENHA-HASH  PIC X(64).
           05  PCR-CONTA-COTIT-NOME  PIC X(60).
           05  PCR-CONTA-COTIT-CPF   PIC X(11).
           05  PCR-CONTA-CLI-ID      PIC 9(10).
           05  PCR-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE-PCR.
           05  PCRC-CLI-ID           PIC 9(10).
           05  PCRC-CLI-NOME         PIC X(60).
           05  PCRC-CLI-CPF          PIC X(14).
           05  PCRC-CLI-RG           PIC X(15).
           05  PCRC-CLI-DT-NASC      PIC 9(8).
           05  PCRC-CLI-SEXO         PIC X(1).
           05  PCRC-CLI-ESTADO-CIVIL PIC X(2).
           05  PCRC-CLI-PROFISSAO    PIC X(40).
           05  PCRC-CLI-RENDA        PIC S9(11)V99 COMP-3.
           05  PCRC-CLI-PERFIL-RISCO PIC X(1).
           05  PCRC-CLI-ENDERECO     PIC X(190).
           05  PCRC-CLI-STATUS       PIC X(1).
           05  PCRC-CLI-SCORE        PIC 9(4).

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
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQTRANS.
       01  REG-TRANS.
           05  PCR-TRANS-ID          PIC 9(15).
           05  PCR-TRANS-CONTA-ORG   PIC 9(10).
           05  PCR-TRANS-CONTA-DEST  PIC 9(10).
           05  PCR-TRANS-TIPO        PIC X(3).
           05  PCR-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  PCR-TRANS-DATA        PIC 9(8).
           05  PCR-TRANS-HORA        PIC 9(6).
           05  PCR-TRANS-DESCRICAO   PIC X(100).
           05  PCR-TRANS-STATUS      PIC X(1).
           05  PCR-TRANS-NSU         PIC 9(12).
           05  PCR-TRANS-CANAL       PIC X(10).
           05  PCR-TRANS-MOEDA       PIC X(3).

       FD  ARQSTR.
       01  REG-STR.
           05  STR-ID                PIC 9(10).
           05  STR-BANCO-DEST        PIC 9(3).
           05  STR-AGENCIA-DEST      PIC 9(4).
           05  STR-CONTA-DEST        PIC X(20).
           05  STR-FAVORECIDO        PIC X(40).
           05  STR-CONTA-ORIGEM      PIC 9(10).
           05  STR-VALOR             PIC S9(13)V99 COMP-3.
           05  STR-DATA              PIC 9(8).
           05  STR-NSU               PIC 9(12).
           05  STR-SITUACAO          PIC X(1).
               88  STR-NA-FILA       VALUE 'Q'.

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

      *    Um registro por pedido de portabilidade, pelo numero unico
      *    (NUP) da registradora. Taxas em % ao mes.
       FD  ARQPORTAB.
       01  REG-PORTAB.
           05  POR-ID                PIC 9(10).
           05  POR-NUP               PIC X(20).
           05  POR-SENTIDO           PIC X(1).
               88  POR-SAIDA         VALUE 'S'.
               88  POR-ENTRADA       VALUE 'E'.
      *        Banco contraparte: proponente na saida, credora
      *        original na entrada.
           05  POR-BANCO             PIC 9(3).
           05  POR-CONTRATO          PIC 9(10).
           05  POR-CONTRATO-EXTERNO  PIC X(20).
           05  POR-CONTA             PIC 9(10).
           05  POR-CPF               PIC X(11).
           05  POR-DT-SOLICITACAO    PIC 9(8).
           05  POR-DT-LIMITE         PIC 9(8).
           05  POR-TAXA-PROPOSTA     PIC 9(2)V9(4) COMP-3.
           05  POR-PRAZO             PIC 9(3).
           05  POR-VALOR-SALDO       PIC S9(11)V99 COMP-3.
           05  POR-TAXA-RETENCAO     PIC 9(2)V9(4) COMP-3.
           05  POR-SITUACAO          PIC X(1).
               88  POR-PENDENTE      VALUE 'P'.
               88  POR-COTADA        VALUE 'C'.
               88  POR-CONTRAPROPOSTA VALUE 'O'.
               88  POR-RETIDA        VALUE 'T'.
               88  POR-LIQUIDADA     VALUE 'L'.
               88  POR-RECUSADA      VALUE 'R'.
               88  POR-EXPIRADA      VALUE 'X'.
               88  POR-CANCELADA     VALUE 'A'.
               88  POR-EM-ABERTO     VALUE 'P' 'C' 'O'.
      *        Ultima mensagem enviada a registradora.
           05  POR-ENVIO             PIC X(2).
           05  POR-DT-DESFECHO       PIC 9(8).
           05  POR-DESFECHO          PIC X(40).
           05  POR-STR-NSU           PIC 9(12).
           05  POR-OPERADOR          PIC X(20).

       FD  ARQPCRIN.
      *    Linhas da registradora: SP = pedido de outro banco sobre
      *    contrato nosso (PIN-CONTRATO), LQ = liquidacao da
      *    proponente pelo saldo informado, CA = cancelamento do
      *    pedido, RS = resposta da credora a um pedido nosso
      *    (situacao A aceita com o saldo em PIN-VALOR / R recusada).
       01  REG-PCRIN.
           05  PIN-TIPO              PIC X(2).
           05  PIN-NUP               PIC X(20).
           05  PIN-BANCO             PIC 9(3).
           05  PIN-CONTRATO          PIC X(20).
           05  PIN-CPF               PIC X(11).
           05  PIN-TAXA              PIC 9(2)V9(4).
           05  PIN-PRAZO             PIC 9(3).
           05  PIN-VALOR             PIC 9(11)V99.
           05  PIN-SITUACAO          PIC X(1).

       FD  ARQPCROUT.
       01  REG-PCROUT                PIC X(150).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PCR-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLIENTE-OK    VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-STR               PIC XX.
               88  FS-STR-OK        VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-PORTAB            PIC XX.
               88  FS-POR-OK        VALUE '00'.
               88  FS-POR-EOF       VALUE '10'.
           05  FS-PCRIN             PIC XX.
               88  FS-PIN-OK        VALUE '00'.
               88  FS-PIN-EOF       VALUE '10'.
               88  FS-PIN-NFD       VALUE '35'.
           05  FS-PCROUT            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PORTAB-CTRL.
      *    Prazo do pedido em dias corridos: resposta da credora e
      *    liquidacao da proponente.
           05  WS-POR-JANELA-DIAS   PIC 9(2) VALUE 5.
           05  WS-POR-PRAZO-MAX     PIC 9(3) VALUE 120.
           05  WS-BANCO-PROPRIO     PIC 9(3) VALUE 001.
           05  WS-POR-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-POR-INT-DATA      PIC S9(9) COMP-3.
           05  WS-POR-NUP-INF       PIC X(20).
           05  WS-POR-CONTA-INF     PIC 9(10).
           05  WS-POR-BANCO-INF     PIC 9(3).
           05  WS-POR-EXTERNO-INF   PIC X(20).
           05  WS-POR-PRAZO-INF     PIC 9(3).
           05  WS-POR-TAXA-INF      PIC 9(2)V9(4).
           05  WS-POR-TAXA-OFERTA   PIC 9(2)V9(4).
           05  WS-POR-CONFIRMA      PIC X(1).
           05  WS-POR-CPF-CLARO     PIC X(11).
           05  WS-POR-MOTIVO        PIC X(40).
           05  WS-POR-HIST-CONTRATO PIC 9(10).
           05  WS-POR-QTD-LIDAS     PIC 9(6).
           05  WS-POR-QTD-COTADAS   PIC 9(6).
           05  WS-POR-QTD-LIQUIDADAS PIC 9(6).
           05  WS-POR-QTD-ENTRADAS  PIC 9(6).
           05  WS-POR-QTD-EXPIRADAS PIC 9(6).
           05  WS-POR-LINHA         PIC X(150).

       01  WS-CALCULO-CTRL.
           05  WS-CAL-PARC-REST     PIC 9(3).
           05  WS-CAL-TAXA-DEC      PIC 9V9(8).
           05  WS-CAL-FATOR         PIC 9V9(8).
           05  WS-CAL-SALDO         PIC S9(11)V99 COMP-3.
           05  WS-CAL-PARCELA       PIC S9(11)V99 COMP-3.

       01  WS-GERAL-CTRL.
           05  WS-EMP-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-STR-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-TX-DISP           PIC Z9,9999.
           05  WS-TX-DISP2          PIC Z9,9999.

       01  WS-LANCAMENTO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-AGENCIA       PIC 9(4).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-GARANTIA.
      *    Area de chamada do registro de garantias (BANKGAR)
           05  WS-GARSRV-MODO       PIC X(1).
           05  WS-GARSRV-CONTRATO   PIC 9(10).
           05  WS-GARSRV-INV-ID     PIC 9(10).
           05  WS-GARSRV-CODIGO     PIC 9(4).
           05  WS-GARSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-IMOBILIARIO.
      *    Area de chamada do servico imobiliario (BANKIMS)
           05  WS-IMOSRV-MODO       PIC X(1).
           05  WS-IMOSRV-CONTRATO   PIC 9(10).
           05  WS-IMOSRV-PARC-REST  PIC 9(3).
           05  WS-IMOSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IMOSRV-CODIGO     PIC 9(4).
           05  WS-IMOSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 3000-INGERIR-ARQUIVO
               PERFORM 3500-EXPIRAR-PEDIDOS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQCLIENTE ARQEMPREST ARQTRANS
           CLOSE ARQSTR ARQLEDGER ARQPORTAB
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQCLIENTE
           OPEN I-O ARQEMPREST
           IF FS-EMPREST = '35'
               OPEN OUTPUT ARQEMPREST
               CLOSE ARQEMPREST
               OPEN I-O ARQEMPREST
           END-IF
           OPEN I-O ARQSTR
           IF FS-STR = '35'
               OPEN OUTPUT ARQSTR
               CLOSE ARQSTR
               OPEN I-O ARQSTR
           END-IF
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           OPEN I-O ARQPORTAB
           IF FS-PORTAB = '35'
               OPEN OUTPUT ARQPORTAB
               CLOSE ARQPORTAB
               OPEN I-O ARQPORTAB
           END-IF.

       0110-SEMEAR-CONTADORES.
      *    Proximos numeros pela ultima chave de cada arquivo.
           MOVE 9999999999 TO POR-ID
           START ARQPORTAB KEY IS <= POR-ID
           IF FS-POR-OK
               READ ARQPORTAB NEXT
               IF FS-POR-OK
                   MOVE POR-ID TO WS-POR-PROX-ID
               END-IF
           END-IF
           MOVE 9999999999 TO EMP-ID
           START ARQEMPREST KEY IS <= EMP-ID
           IF FS-EMP-OK
               READ ARQEMPREST NEXT
               IF FS-EMP-OK
                   MOVE EMP-ID TO WS-EMP-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO PCR-TRANS-ID
           START ARQTRANS KEY IS <= PCR-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE PCR-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF
           MOVE 9999999999 TO STR-ID
           START ARQSTR KEY IS <= STR-ID
           IF FS-STR-OK
               READ ARQSTR NEXT
               IF FS-STR-OK
                   MOVE STR-ID TO WS-STR-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LED-PROX-ID
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
           DISPLAY ' PORTABILIDADE DE CREDITO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Solicitar portabilidade para ca (entrada)'
           DISPLAY ' 02. Contraproposta de retencao'
           DISPLAY ' 03. Registrar aceite da retencao'
           DISPLAY ' 04. Listar pedidos (auditoria)'
           DISPLAY ' 05. Processar arquivo da registradora'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Pedido, retencao e processamento movimentam contratos e
      *    passam pela matriz de permissoes.
           IF WS-OPCAO = '01' OR '02' OR '03' OR '05'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-SOLICITAR-ENTRADA
               WHEN '02'
                   PERFORM 4000-CONTRAPROPOSTA
               WHEN '03'
                   PERFORM 4500-ACEITE-RETENCAO
               WHEN '04'
                   PERFORM 5000-LISTAR-PEDIDOS
               WHEN '05'
                   PERFORM 3000-INGERIR-ARQUIVO
                   PERFORM 3500-EXPIRAR-PEDIDOS
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
       2000-SOLICITAR-ENTRADA SECTION.
      *================================================================
       2000-INICIO.
      *    Cliente traz para ca um contrato de outro banco: o pedido
      *    segue a registradora com a nossa taxa pela faixa de score.
           DISPLAY '--- PORTABILIDADE DE ENTRADA ---'
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-POR-CONTA-INF
           MOVE WS-POR-CONTA-INF TO PCR-CONTA-NUM
           READ ARQCONTAS KEY IS PCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR PCR-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2100-APURAR-TAXA
           IF WS-POR-TAXA-OFERTA = ZEROS
               DISPLAY 'CLIENTE SEM FAIXA DE CREDITO PARA PORTABILIDADE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Banco credor atual: '
           ACCEPT WS-POR-BANCO-INF
           IF WS-POR-BANCO-INF = ZEROS
              OR WS-POR-BANCO-INF = WS-BANCO-PROPRIO
               DISPLAY 'BANCO CREDOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Contrato no banco credor: '
           ACCEPT WS-POR-EXTERNO-INF
           IF WS-POR-EXTERNO-INF = SPACES
               DISPLAY 'CONTRATO DE ORIGEM OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Parcelas restantes (1 a ' WS-POR-PRAZO-MAX '): '
           ACCEPT WS-POR-PRAZO-INF
           IF WS-POR-PRAZO-INF = ZEROS
              OR WS-POR-PRAZO-INF > WS-POR-PRAZO-MAX
               DISPLAY 'PRAZO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-POR-TAXA-OFERTA TO WS-TX-DISP
           DISPLAY 'TAXA OFERECIDA: ' WS-TX-DISP '% A.M.'
           DISPLAY 'Confirmar pedido de portabilidade? (S/N): '
           ACCEPT WS-POR-CONFIRMA
           IF WS-POR-CONFIRMA NOT = 'S'
               DISPLAY 'PEDIDO CANCELADO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE PCR-CONTA-CPF TO WS-POR-CPF-CLARO
           PERFORM 2900-DESTOKENIZAR-CPF
           ADD 1 TO WS-POR-PROX-ID
           MOVE WS-POR-PROX-ID TO POR-ID
      *    NUP dos pedidos nossos: banco, data e numero do pedido.
           MOVE SPACES TO POR-NUP
           STRING WS-BANCO-PROPRIO DELIMITED SIZE
                  WS-DATA-HOJE     DELIMITED SIZE
                  POR-ID(2:9)      DELIMITED SIZE
               INTO POR-NUP
           END-STRING
           MOVE 'E' TO POR-SENTIDO
           MOVE WS-POR-BANCO-INF TO POR-BANCO
           MOVE ZEROS TO POR-CONTRATO
           MOVE WS-POR-EXTERNO-INF TO POR-CONTRATO-EXTERNO
           MOVE WS-POR-CONTA-INF TO POR-CONTA
           MOVE WS-POR-CPF-CLARO TO POR-CPF
           MOVE WS-DATA-HOJE TO POR-DT-SOLICITACAO
           PERFORM 2800-CALCULAR-LIMITE
           MOVE WS-POR-TAXA-OFERTA TO POR-TAXA-PROPOSTA
           MOVE WS-POR-PRAZO-INF TO POR-PRAZO
           MOVE ZEROS TO POR-VALOR-SALDO
           MOVE ZEROS TO POR-TAXA-RETENCAO
           MOVE 'P' TO POR-SITUACAO
           MOVE 'PE' TO POR-ENVIO
           MOVE ZEROS TO POR-DT-DESFECHO
           MOVE SPACES TO POR-DESFECHO
           MOVE ZEROS TO POR-STR-NSU
           MOVE LS-OPERADOR TO POR-OPERADOR
           WRITE REG-PORTAB
           MOVE SPACES TO WS-POR-LINHA
           MOVE POR-TAXA-PROPOSTA TO WS-TX-DISP
           STRING 'PE '                DELIMITED SIZE
                  POR-NUP              DELIMITED SIZE
                  ' BANCO '            DELIMITED SIZE
                  POR-BANCO            DELIMITED SIZE
                  ' CONTRATO '         DELIMITED SIZE
                  POR-CONTRATO-EXTERNO DELIMITED SIZE
                  ' CPF '              DELIMITED SIZE
                  POR-CPF              DELIMITED SIZE
                  ' TAXA '             DELIMITED SIZE
                  WS-TX-DISP           DELIMITED SIZE
                  ' PRAZO '            DELIMITED SIZE
                  POR-PRAZO            DELIMITED SIZE
               INTO WS-POR-LINHA
           END-STRING
           PERFORM 2500-GRAVAR-SAIDA
           DISPLAY 'PEDIDO ' POR-NUP ' ENVIADO - RESPOSTA ATE '
               POR-DT-LIMITE
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-APURAR-TAXA.
      *    Mesmas faixas de score da oferta de emprestimo do BANKLOAN.
           MOVE ZEROS TO WS-POR-TAXA-OFERTA
           IF PCR-CONTA-CLI-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE PCR-CONTA-CLI-ID TO PCRC-CLI-ID
           READ ARQCLIENTE KEY IS PCRC-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLIENTE-OK
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PCRC-CLI-SCORE >= 800
                   MOVE 1,5000 TO WS-POR-TAXA-OFERTA
               WHEN PCRC-CLI-SCORE >= 600
                   MOVE 2,2000 TO WS-POR-TAXA-OFERTA
               WHEN PCRC-CLI-SCORE >= 400
                   MOVE 3,0000 TO WS-POR-TAXA-OFERTA
               WHEN PCRC-CLI-SCORE >= 200
                   MOVE 4,5000 TO WS-POR-TAXA-OFERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-GRAVAR-SAIDA.
      *    Mensagens a registradora; EXTEND acumula as do dia.
           OPEN EXTEND ARQPCROUT
           IF FS-PCROUT = '35'
               OPEN OUTPUT ARQPCROUT
           END-IF
           WRITE REG-PCROUT FROM WS-POR-LINHA
           CLOSE ARQPCROUT.

       2800-CALCULAR-LIMITE.
           COMPUTE WS-POR-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-POR-JANELA-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-POR-INT-DATA)
               TO POR-DT-LIMITE.

       2900-DESTOKENIZAR-CPF.
      *    CPF tokenizado volta ao original; sem chave ativa o
      *    campo ja esta em claro.
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-POR-CPF-CLARO TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-POR-CPF-CLARO
           END-IF.

      *================================================================
       3000-INGERIR-ARQUIVO SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- PROCESSAMENTO DA REGISTRADORA ---'
           MOVE ZEROS TO WS-POR-QTD-LIDAS WS-POR-QTD-COTADAS
                         WS-POR-QTD-LIQUIDADAS WS-POR-QTD-ENTRADAS
           OPEN INPUT ARQPCRIN
           IF FS-PIN-NFD
               DISPLAY 'SEM ARQUIVO BANKPCR.IN'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-PIN-EOF
               READ ARQPCRIN
                   AT END SET FS-PIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POR-QTD-LIDAS
                       EVALUATE PIN-TIPO
                           WHEN 'SP'
                               PERFORM 3100-REGISTRAR-SAIDA
                           WHEN 'LQ'
                               PERFORM 3200-LIQUIDAR-SAIDA
                           WHEN 'CA'
                               PERFORM 3300-CANCELAR-PEDIDO
                           WHEN 'RS'
                               PERFORM 3400-APLICAR-RESPOSTA
                           WHEN OTHER
                               DISPLAY 'LINHA DA REGISTRADORA '
                                   'INVALIDA: ' PIN-TIPO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQPCRIN
           DISPLAY 'LINHAS LIDAS:                ' WS-POR-QTD-LIDAS
           DISPLAY 'SALDOS INFORMADOS (SAIDA):   ' WS-POR-QTD-COTADAS
           DISPLAY 'CONTRATOS PORTADOS (SAIDA):  '
               WS-POR-QTD-LIQUIDADAS
           DISPLAY 'CONTRATOS TRAZIDOS (ENTRADA):'
               WS-POR-QTD-ENTRADAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-LOCALIZAR-PEDIDO.
           MOVE PIN-NUP TO POR-NUP
           READ ARQPORTAB KEY IS POR-NUP
               INVALID KEY CONTINUE
           END-READ.

       3100-REGISTRAR-SAIDA.
      *    Outro banco pede um contrato nosso: todo pedido fica
      *    gravado, recusado ja na chegada quando o contrato nao
      *    pode ser portado.
           PERFORM 3050-LOCALIZAR-PEDIDO
           IF FS-POR-OK
               DISPLAY 'PEDIDO JA REGISTRADO: ' PIN-NUP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POR-PROX-ID
           MOVE WS-POR-PROX-ID TO POR-ID
           MOVE PIN-NUP TO POR-NUP
           MOVE 'S' TO POR-SENTIDO
           MOVE PIN-BANCO TO POR-BANCO
           MOVE ZEROS TO POR-CONTRATO POR-CONTA
           MOVE SPACES TO POR-CONTRATO-EXTERNO
           MOVE PIN-CPF TO POR-CPF
           MOVE WS-DATA-HOJE TO POR-DT-SOLICITACAO
           PERFORM 2800-CALCULAR-LIMITE
           MOVE PIN-TAXA TO POR-TAXA-PROPOSTA
           MOVE PIN-PRAZO TO POR-PRAZO
           MOVE ZEROS TO POR-VALOR-SALDO POR-TAXA-RETENCAO
           MOVE ZEROS TO POR-DT-DESFECHO POR-STR-NSU
           MOVE SPACES TO POR-DESFECHO
           MOVE LS-OPERADOR TO POR-OPERADOR
           MOVE SPACES TO WS-POR-MOTIVO
           IF PIN-CONTRATO(1:10) IS NUMERIC
               MOVE PIN-CONTRATO(1:10) TO POR-CONTRATO EMP-ID
               READ ARQEMPREST
                   INVALID KEY CONTINUE
               END-READ
           ELSE
               MOVE '23' TO FS-EMPREST
           END-IF
           EVALUATE TRUE
               WHEN NOT FS-EMP-OK
                   MOVE 'CONTRATO INEXISTENTE' TO WS-POR-MOTIVO
               WHEN NOT (EMP-ATIVO OR EMP-EM-ATRASO)
                   MOVE 'CONTRATO NAO ESTA EM CURSO' TO WS-POR-MOTIVO
               WHEN OTHER
                   MOVE EMP-CONTA TO POR-CONTA PCR-CONTA-NUM
                   READ ARQCONTAS KEY IS PCR-CONTA-NUM
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-CONTA-OK
                       MOVE PCR-CONTA-CPF TO WS-POR-CPF-CLARO
                       PERFORM 2900-DESTOKENIZAR-CPF
                   ELSE
                       MOVE SPACES TO WS-POR-CPF-CLARO
                   END-IF
                   IF WS-POR-CPF-CLARO NOT = PIN-CPF
                       MOVE 'CPF NAO E O DO DEVEDOR' TO WS-POR-MOTIVO
                   END-IF
           END-EVALUATE
           IF WS-POR-MOTIVO NOT = SPACES
               MOVE 'R' TO POR-SITUACAO
               MOVE 'RC' TO POR-ENVIO
               MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
               MOVE WS-POR-MOTIVO TO POR-DESFECHO
               WRITE REG-PORTAB
               MOVE SPACES TO WS-POR-LINHA
               STRING 'RC '         DELIMITED SIZE
                      POR-NUP       DELIMITED SIZE
                      ' '           DELIMITED SIZE
                      WS-POR-MOTIVO DELIMITED SIZE
                   INTO WS-POR-LINHA
               END-STRING
               PERFORM 2500-GRAVAR-SAIDA
               DISPLAY 'PEDIDO ' POR-NUP ' RECUSADO: ' WS-POR-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-APURAR-SALDO
           MOVE WS-CAL-SALDO TO POR-VALOR-SALDO
           MOVE 'C' TO POR-SITUACAO
           MOVE 'SD' TO POR-ENVIO
           WRITE REG-PORTAB
           MOVE POR-VALOR-SALDO TO WS-VL-DISP
           MOVE SPACES TO WS-POR-LINHA
           STRING 'SD '          DELIMITED SIZE
                  POR-NUP        DELIMITED SIZE
                  ' CONTRATO '   DELIMITED SIZE
                  POR-CONTRATO   DELIMITED SIZE
                  ' SALDO '      DELIMITED SIZE
                  WS-VL-DISP     DELIMITED SIZE
                  ' LIMITE '     DELIMITED SIZE
                  POR-DT-LIMITE  DELIMITED SIZE
               INTO WS-POR-LINHA
           END-STRING
           PERFORM 2500-GRAVAR-SAIDA
           ADD 1 TO WS-POR-QTD-COTADAS
           MOVE POR-CONTA TO WS-NOT-CONTA
           MOVE 'PCR' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Pedido de portabilidade do seu contrato '
                  DELIMITED SIZE
                  'por outro banco - prazo ' DELIMITED SIZE
                  POR-DT-LIMITE DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

       3150-APURAR-SALDO.
      *    Saldo devedor da quitacao antecipada: valor presente das
      *    parcelas restantes a taxa do contrato (tabela Price); o
      *    financiamento imobiliario informa o saldo SAC corrigido.
           MOVE 'S' TO WS-IMOSRV-MODO
           MOVE EMP-ID TO WS-IMOSRV-CONTRATO
           CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO
           IF WS-IMOSRV-CODIGO = 0
               MOVE WS-IMOSRV-VALOR TO WS-CAL-SALDO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-PARC-REST =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
           COMPUTE WS-CAL-TAXA-DEC = EMP-TAXA-MES / 100
           COMPUTE WS-CAL-FATOR =
               1 - (1 + WS-CAL-TAXA-DEC) ** (0 - WS-CAL-PARC-REST)
           COMPUTE WS-CAL-SALDO ROUNDED =
               EMP-VALOR-PARCELA * WS-CAL-FATOR / WS-CAL-TAXA-DEC.

       3200-LIQUIDAR-SAIDA.
      *    A proponente pagou o saldo pela TED do STR: o valor entra
      *    na conta de liquidacao contra o ativo de credito e o
      *    contrato sai da carteira quitado.
           PERFORM 3050-LOCALIZAR-PEDIDO
           IF NOT FS-POR-OK OR NOT POR-SAIDA
              OR NOT (POR-COTADA OR POR-CONTRAPROPOSTA)
               DISPLAY 'LIQUIDACAO SEM PEDIDO EM ABERTO: ' PIN-NUP
               EXIT PARAGRAPH
           END-IF
           IF PIN-VALOR < POR-VALOR-SALDO
               MOVE PIN-VALOR TO WS-VL-DISP
               DISPLAY 'LIQUIDACAO ' PIN-NUP ' ABAIXO DO SALDO '
                   'INFORMADO: R$ ' WS-VL-DISP
               EXIT PARAGRAPH
           END-IF
           MOVE POR-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK
               DISPLAY 'CONTRATO DO PEDIDO NAO LOCALIZADO: '
                   POR-CONTRATO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LAN-AGENCIA
           MOVE POR-CONTA TO PCR-CONTA-NUM
           READ ARQCONTAS KEY IS PCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE PCR-CONTA-AGENCIA TO WS-LAN-AGENCIA
           END-IF
           MOVE EMP-ID TO WS-POR-HIST-CONTRATO
           MOVE '11102   ' TO WS-LAN-CTA-DEB
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE PIN-VALOR TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Portabilidade saida contrato ' DELIMITED SIZE
                  WS-POR-HIST-CONTRATO            DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 3250-POSTAR-LANCAMENTO
           MOVE EMP-PRAZO-MESES TO EMP-PARCELAS-PAGAS
           MOVE 'Q' TO EMP-SITUACAO
           REWRITE REG-EMPRESTIMO
           MOVE 'Q' TO WS-GARSRV-MODO
           MOVE EMP-ID TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           MOVE 'L' TO POR-SITUACAO
           MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
           MOVE SPACES TO POR-DESFECHO
           STRING 'PORTADO E LIQUIDADO PELO BANCO ' DELIMITED SIZE
                  POR-BANCO                         DELIMITED SIZE
               INTO POR-DESFECHO
           END-STRING
           REWRITE REG-PORTAB
           ADD 1 TO WS-POR-QTD-LIQUIDADAS
           DISPLAY 'CONTRATO ' EMP-ID ' PORTADO AO BANCO ' POR-BANCO.

       3250-POSTAR-LANCAMENTO.
           IF WS-LAN-VALOR <= ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE WS-DATA-MOVIMENTO TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE WS-LAN-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE ZEROS TO LED-TRANS-ID
           MOVE WS-LAN-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER.

       3300-CANCELAR-PEDIDO.
           PERFORM 3050-LOCALIZAR-PEDIDO
           IF NOT FS-POR-OK OR NOT POR-EM-ABERTO
               DISPLAY 'CANCELAMENTO SEM PEDIDO EM ABERTO: ' PIN-NUP
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO POR-SITUACAO
           MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
           MOVE 'CANCELADO NA REGISTRADORA' TO POR-DESFECHO
           REWRITE REG-PORTAB
           DISPLAY 'PEDIDO ' POR-NUP ' CANCELADO'.

       3400-APLICAR-RESPOSTA.
      *    Resposta da credora a um pedido nosso: aceita com o
      *    saldo, o contrato novo e aberto e a credora quitada.
           PERFORM 3050-LOCALIZAR-PEDIDO
           IF NOT FS-POR-OK OR NOT POR-ENTRADA OR NOT POR-PENDENTE
               DISPLAY 'RESPOSTA SEM PEDIDO PENDENTE: ' PIN-NUP
               EXIT PARAGRAPH
           END-IF
           IF PIN-SITUACAO NOT = 'A' OR PIN-VALOR <= ZEROS
               MOVE 'R' TO POR-SITUACAO
               MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
               MOVE 'RECUSADO PELO BANCO CREDOR' TO POR-DESFECHO
               REWRITE REG-PORTAB
               DISPLAY 'PEDIDO ' POR-NUP ' RECUSADO PELO BANCO '
                   POR-BANCO
               EXIT PARAGRAPH
           END-IF
           MOVE POR-CONTA TO PCR-CONTA-NUM
           READ ARQCONTAS KEY IS PCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA DO PEDIDO NAO LOCALIZADA: ' POR-CONTA
               EXIT PARAGRAPH
           END-IF
           IF PIN-CONTRATO NOT = SPACES
               MOVE PIN-CONTRATO TO POR-CONTRATO-EXTERNO
           END-IF
           MOVE PIN-VALOR TO POR-VALOR-SALDO
           PERFORM 3450-GRAVAR-CONTRATO-NOVO
           PERFORM 3470-ENFILEIRAR-QUITACAO
           MOVE EMP-ID TO POR-CONTRATO
           MOVE STR-NSU TO POR-STR-NSU
           MOVE 'L' TO POR-SITUACAO
           MOVE 'LQ' TO POR-ENVIO
           MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
           MOVE SPACES TO POR-DESFECHO
           STRING 'TRAZIDO PARA O CONTRATO ' DELIMITED SIZE
                  EMP-ID                     DELIMITED SIZE
               INTO POR-DESFECHO
           END-STRING
           REWRITE REG-PORTAB
           MOVE POR-VALOR-SALDO TO WS-VL-DISP
           MOVE SPACES TO WS-POR-LINHA
           STRING 'LQ '         DELIMITED SIZE
                  POR-NUP       DELIMITED SIZE
                  ' VALOR '     DELIMITED SIZE
                  WS-VL-DISP    DELIMITED SIZE
                  ' NSU '       DELIMITED SIZE
                  POR-STR-NSU   DELIMITED SIZE
               INTO WS-POR-LINHA
           END-STRING
           PERFORM 2500-GRAVAR-SAIDA
           ADD 1 TO WS-POR-QTD-ENTRADAS
           DISPLAY 'PORTABILIDADE ' POR-NUP ' EFETIVADA - CONTRATO '
               EMP-ID.

       3450-GRAVAR-CONTRATO-NOVO.
      *    Contrato novo pela Price sobre o saldo portado, na taxa
      *    do pedido e nas parcelas restantes da origem.
           COMPUTE WS-CAL-TAXA-DEC = POR-TAXA-PROPOSTA / 100
           COMPUTE WS-CAL-FATOR =
               1 - (1 + WS-CAL-TAXA-DEC) ** (0 - POR-PRAZO)
           COMPUTE WS-CAL-PARCELA ROUNDED =
               POR-VALOR-SALDO * WS-CAL-TAXA-DEC / WS-CAL-FATOR
           ADD 1 TO WS-EMP-PROX-ID
           MOVE WS-EMP-PROX-ID TO EMP-ID
           MOVE POR-CONTA TO EMP-CONTA
           MOVE PCR-CONTA-CLI-ID TO EMP-CLI-ID
           MOVE POR-VALOR-SALDO TO EMP-PRINCIPAL
           MOVE POR-TAXA-PROPOSTA TO EMP-TAXA-MES
           MOVE POR-PRAZO TO EMP-PRAZO-MESES
           MOVE WS-CAL-PARCELA TO EMP-VALOR-PARCELA
           MOVE ZEROS TO EMP-PARCELAS-PAGAS
           MOVE 10 TO EMP-DIA-VENCTO
           MOVE WS-DATA-HOJE TO EMP-DT-CONTRATO
           MOVE ZEROS TO EMP-QTD-ATRASOS
           MOVE ZEROS TO EMP-COMPET-COBRADA
           MOVE ZEROS TO EMP-COMPET-ATRASO
           MOVE 'A' TO EMP-SITUACAO
           WRITE REG-EMPRESTIMO
      *    Liberacao do credito na conta do cliente...
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO PCR-TRANS-ID
           MOVE POR-CONTA TO PCR-TRANS-CONTA-ORG
           MOVE ZEROS TO PCR-TRANS-CONTA-DEST
           MOVE 'EMP' TO PCR-TRANS-TIPO
           MOVE POR-VALOR-SALDO TO PCR-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO PCR-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PCR-TRANS-HORA
           MOVE SPACES TO PCR-TRANS-DESCRICAO
           STRING 'Portabilidade de credito contrato ' DELIMITED SIZE
                  EMP-ID                               DELIMITED SIZE
               INTO PCR-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO PCR-TRANS-STATUS
           COMPUTE PCR-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'PORTAB' TO PCR-TRANS-CANAL
           MOVE 'BRL' TO PCR-TRANS-MOEDA
           WRITE REG-TRANS.

       3470-ENFILEIRAR-QUITACAO.
      *    ...que sai na mesma data pela fila TED para a credora: o
      *    saldo da conta nao se altera.
           ADD 1 TO WS-STR-PROX-ID
           MOVE WS-STR-PROX-ID TO STR-ID
           MOVE POR-BANCO TO STR-BANCO-DEST
           MOVE ZEROS TO STR-AGENCIA-DEST
           MOVE POR-CONTRATO-EXTERNO TO STR-CONTA-DEST
           MOVE 'QUITACAO PORTABILIDADE DE CREDITO'
               TO STR-FAVORECIDO
           MOVE POR-CONTA TO STR-CONTA-ORIGEM
           MOVE POR-VALOR-SALDO TO STR-VALOR
           MOVE WS-DATA-MOVIMENTO TO STR-DATA
           ADD 1 TO WS-PROXIMO-ID
           COMPUTE STR-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'Q' TO STR-SITUACAO
           WRITE REG-STR
           IF NOT FS-STR-OK
               DISPLAY 'ERRO NA FILA DE LIQUIDACAO: ' FS-STR
           END-IF
           MOVE WS-PROXIMO-ID TO PCR-TRANS-ID
           MOVE POR-CONTA TO PCR-TRANS-CONTA-ORG
           MOVE ZEROS TO PCR-TRANS-CONTA-DEST
           MOVE 'TED' TO PCR-TRANS-TIPO
           MOVE POR-VALOR-SALDO TO PCR-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO PCR-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PCR-TRANS-HORA
           MOVE SPACES TO PCR-TRANS-DESCRICAO
           STRING 'Quitacao portabilidade banco ' DELIMITED SIZE
                  POR-BANCO                       DELIMITED SIZE
                  ' contrato '                    DELIMITED SIZE
                  POR-CONTRATO-EXTERNO            DELIMITED SIZE
               INTO PCR-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO PCR-TRANS-STATUS
           MOVE STR-NSU TO PCR-TRANS-NSU
           MOVE 'PORTAB' TO PCR-TRANS-CANAL
           MOVE 'BRL' TO PCR-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       3500-EXPIRAR-PEDIDOS SECTION.
      *================================================================
       3500-INICIO.
      *    Pedido em aberto com o prazo vencido encerra sem efeito:
      *    na saida o contrato continua conosco, na entrada o
      *    cliente precisa de um pedido novo.
           MOVE ZEROS TO WS-POR-QTD-EXPIRADAS
           MOVE ZEROS TO POR-ID
           START ARQPORTAB KEY >= POR-ID
               INVALID KEY MOVE '10' TO FS-PORTAB
           END-START
           PERFORM UNTIL FS-POR-EOF
               READ ARQPORTAB NEXT
                   AT END MOVE '10' TO FS-PORTAB
               END-READ
               IF NOT FS-POR-EOF
                   IF POR-EM-ABERTO AND POR-DT-LIMITE < WS-DATA-HOJE
                       MOVE 'X' TO POR-SITUACAO
                       MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
                       MOVE 'PRAZO VENCIDO SEM DESFECHO'
                           TO POR-DESFECHO
                       REWRITE REG-PORTAB
                       ADD 1 TO WS-POR-QTD-EXPIRADAS
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PORTAB
           DISPLAY 'PEDIDOS EXPIRADOS POR PRAZO: ' WS-POR-QTD-EXPIRADAS
           EXIT SECTION.

      *================================================================
       4000-CONTRAPROPOSTA SECTION.
      *================================================================
       4000-INICIO.
      *    Retencao: taxa menor que a do contrato, oferecida ao
      *    cliente dentro do prazo do pedido de saida.
           DISPLAY '--- CONTRAPROPOSTA DE RETENCAO ---'
           PERFORM 4100-LER-PEDIDO-SAIDA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT POR-COTADA
               DISPLAY 'PEDIDO NAO ADMITE CONTRAPROPOSTA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'S' TO WS-IMOSRV-MODO
           MOVE EMP-ID TO WS-IMOSRV-CONTRATO
           CALL 'BANKIMS' USING WS-CHAMADA-IMOBILIARIO
           IF WS-IMOSRV-CODIGO = 0
               DISPLAY 'CONTRAPROPOSTA NAO DISPONIVEL PARA '
                   'FINANCIAMENTO IMOBILIARIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE EMP-TAXA-MES TO WS-TX-DISP
           MOVE POR-TAXA-PROPOSTA TO WS-TX-DISP2
           DISPLAY 'TAXA DO CONTRATO:   ' WS-TX-DISP '% A.M.'
           DISPLAY 'TAXA DA PROPONENTE: ' WS-TX-DISP2 '% A.M.'
           DISPLAY 'Taxa de retencao (% a.m.): '
           ACCEPT WS-POR-TAXA-INF
           IF WS-POR-TAXA-INF = ZEROS
              OR WS-POR-TAXA-INF >= EMP-TAXA-MES
               DISPLAY 'TAXA DEVE SER MENOR QUE A DO CONTRATO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-POR-TAXA-INF TO POR-TAXA-RETENCAO
           MOVE 'O' TO POR-SITUACAO
           MOVE 'CO' TO POR-ENVIO
           MOVE LS-OPERADOR TO POR-OPERADOR
           REWRITE REG-PORTAB
           MOVE POR-TAXA-RETENCAO TO WS-TX-DISP
           MOVE SPACES TO WS-POR-LINHA
           STRING 'CO '        DELIMITED SIZE
                  POR-NUP      DELIMITED SIZE
                  ' TAXA '     DELIMITED SIZE
                  WS-TX-DISP   DELIMITED SIZE
               INTO WS-POR-LINHA
           END-STRING
           PERFORM 2500-GRAVAR-SAIDA
           DISPLAY 'CONTRAPROPOSTA REGISTRADA - AGUARDA O CLIENTE '
               'ATE ' POR-DT-LIMITE
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-LER-PEDIDO-SAIDA.
           MOVE 0 TO LS-CODIGO
           DISPLAY 'NUP do pedido: '
           ACCEPT WS-POR-NUP-INF
           MOVE WS-POR-NUP-INF TO POR-NUP
           READ ARQPORTAB KEY IS POR-NUP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-POR-OK OR NOT POR-SAIDA
               DISPLAY 'PEDIDO DE SAIDA NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF POR-DT-LIMITE < WS-DATA-HOJE
               DISPLAY 'PRAZO DO PEDIDO VENCIDO EM ' POR-DT-LIMITE
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE POR-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK
               DISPLAY 'CONTRATO DO PEDIDO NAO LOCALIZADO'
               MOVE 0002 TO LS-CODIGO
           END-IF.

      *================================================================
       4500-ACEITE-RETENCAO SECTION.
      *================================================================
       4500-INICIO.
      *    Cliente aceitou ficar: o contrato e reprecificado pela
      *    Price sobre o saldo informado, na taxa de retencao e nas
      *    parcelas restantes, e a registradora encerra o pedido.
           DISPLAY '--- ACEITE DA RETENCAO ---'
           PERFORM 4100-LER-PEDIDO-SAIDA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT POR-CONTRAPROPOSTA
               DISPLAY 'PEDIDO SEM CONTRAPROPOSTA EM ABERTO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           COMPUTE WS-CAL-PARC-REST =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
           COMPUTE WS-CAL-TAXA-DEC = POR-TAXA-RETENCAO / 100
           COMPUTE WS-CAL-FATOR =
               1 - (1 + WS-CAL-TAXA-DEC) ** (0 - WS-CAL-PARC-REST)
           COMPUTE WS-CAL-PARCELA ROUNDED =
               POR-VALOR-SALDO * WS-CAL-TAXA-DEC / WS-CAL-FATOR
           MOVE WS-CAL-PARCELA TO WS-VL-DISP
           DISPLAY WS-CAL-PARC-REST ' PARCELAS DE R$ ' WS-VL-DISP
           DISPLAY 'Confirmar aceite do cliente? (S/N): '
           ACCEPT WS-POR-CONFIRMA
           IF WS-POR-CONFIRMA NOT = 'S'
               DISPLAY 'ACEITE NAO REGISTRADO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE POR-TAXA-RETENCAO TO EMP-TAXA-MES
           MOVE WS-CAL-PARCELA TO EMP-VALOR-PARCELA
           REWRITE REG-EMPRESTIMO
           MOVE 'T' TO POR-SITUACAO
           MOVE 'RT' TO POR-ENVIO
           MOVE WS-DATA-HOJE TO POR-DT-DESFECHO
           MOVE 'RETIDO COM TAXA REDUZIDA' TO POR-DESFECHO
           MOVE LS-OPERADOR TO POR-OPERADOR
           REWRITE REG-PORTAB
           MOVE SPACES TO WS-POR-LINHA
           STRING 'RT '        DELIMITED SIZE
                  POR-NUP      DELIMITED SIZE
               INTO WS-POR-LINHA
           END-STRING
           PERFORM 2500-GRAVAR-SAIDA
           DISPLAY 'CONTRATO ' EMP-ID ' RETIDO - NOVA PARCELA R$ '
               WS-VL-DISP
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-LISTAR-PEDIDOS SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'NUP                  S BCO CONTRATO   SOLICIT  '
               'LIMITE   SIT DESFECHO'
           MOVE ZEROS TO POR-ID
           START ARQPORTAB KEY >= POR-ID
               INVALID KEY MOVE '10' TO FS-PORTAB
           END-START
           PERFORM UNTIL FS-POR-EOF
               READ ARQPORTAB NEXT
                   AT END MOVE '10' TO FS-PORTAB
               END-READ
               IF NOT FS-POR-EOF
                   DISPLAY POR-NUP ' ' POR-SENTIDO ' ' POR-BANCO ' '
                       POR-CONTRATO ' ' POR-DT-SOLICITACAO ' '
                       POR-DT-LIMITE ' ' POR-SITUACAO '   '
                       POR-DT-DESFECHO ' ' POR-DESFECHO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PORTAB
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
