      *================================================================
      * BANKCOR.COB - Canal Correspondente Bancario
      * Sistema Bancario COBOL
      * Da vida ao canal CORRESP de WS-TRANS-CANAL: lotericas e
      * comercios do interior que recebem depositos, pagam boletos e
      * fazem saques para os nossos clientes. Mantem o cadastro de
      * correspondentes (BANKCOR.DAT - conta de liquidacao, limite
      * operacional diario e comissao por tipo de transacao), ingere
      * o arquivo diario de movimento (BANKCOR.IN) com os mesmos
      * limites e a mesma restricao de KYC do guiche, e guarda a
      * posicao de numerario de cada correspondente por dia em
      * BANKCORP.DAT. A posicao liquida do dia e liquidada entre a
      * conta do correspondente e o banco, e a comissao mensal por
      * tipo de transacao e creditada ao correspondente como CMS,
      * custo da agencia no resultado por dependencia (BANKPAG).
      * Acaba a redigitacao dos movimentos que chegavam por e-mail.
      * Layout de BANKCOR.IN (uma linha por transacao):
      *   correspondente(6) tipo(1: D deposito, P boleto, S saque)
      *   conta(10) valor(11V99) codigo de barras/referencia(48)
      * Boleto com conta zerada foi pago em dinheiro no balcao do
      * correspondente; com conta informada e debitado da conta.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOR.

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
               RECORD KEY IS CORC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORC-TRANS-ID
               ALTERNATE RECORD KEY IS CORC-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CORC-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQCORRESP ASSIGN TO 'BANKCOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-ID
               FILE STATUS IS FS-CORRESP.

           SELECT ARQCORPOS ASSIGN TO 'BANKCORP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRP-CHAVE
               FILE STATUS IS FS-CORPOS.

           SELECT ARQCORIN ASSIGN TO 'BANKCOR.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORIN.

           SELECT ARQBLOQ ASSIGN TO 'BANKBLOQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-ID
               ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BLOQ.

           SELECT ARQKYCWORK ASSIGN TO 'BANKKYCW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYW-CLI-ID
               FILE STATUS IS FS-KYCWORK.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CORC-CONTA-NUM         PIC 9(10).
           05  CORC-CONTA-AGENCIA     PIC 9(4).
           05  CORC-CONTA-DIGITO      PIC 9(1).
           05  CORC-CONTA-TIPO        PIC X(2).
           05  CORC-CONTA-STATUS      PIC X(1).
           05  CORC-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CORC-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CORC-CONTA-TITULAR     PIC X(60).
           05  CORC-CONTA-CPF         PIC X(11).
           05  CORC-CONTA-EMAIL       PIC X(80).
           05  CORC-CONTA-TELEFONE    PIC X(15).
           05  CORC-CONTA-DT-ABERTURA PIC 9(8).
           05  CORC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CORC-CONTA-SENHA-HASH  PIC X(64).
           05  CORC-CONTA-COTIT-NOME  PIC X(60).
           05  CORC-CONTA-COTIT-CPF   PIC X(11).
           05  CORC-CONTA-CLI-ID      PIC 9(10).
           05  CORC-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CORC-TRANS-ID          PIC 9(15).
           05  CORC-TRANS-CONTA-ORG   PIC 9(10).
           05  CORC-TRANS-CONTA-DEST  PIC 9(10).
           05  CORC-TRANS-TIPO        PIC X(3).
           05  CORC-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  CORC-TRANS-DATA        PIC 9(8).
           05  CORC-TRANS-HORA        PIC 9(6).
           05  CORC-TRANS-DESCRICAO   PIC X(100).
           05  CORC-TRANS-STATUS      PIC X(1).
           05  CORC-TRANS-NSU         PIC 9(12).
           05  CORC-TRANS-CANAL       PIC X(10).
           05  CORC-TRANS-MOEDA       PIC X(3).

       FD  ARQCORRESP.
       01  REG-CORRESP.
           05  COR-ID                PIC 9(6).
           05  COR-NOME              PIC X(40).
           05  COR-CNPJ              PIC X(14).
           05  COR-MUNICIPIO         PIC X(30).
           05  COR-CONTA-LIQ         PIC 9(10).
           05  COR-AGENCIA           PIC 9(4).
           05  COR-LIM-DIARIO        PIC S9(11)V99 COMP-3.
           05  COR-COM-DEP           PIC S9(3)V99 COMP-3.
           05  COR-COM-PAG           PIC S9(3)V99 COMP-3.
           05  COR-COM-SAQ           PIC S9(3)V99 COMP-3.
           05  COR-COM-ULT-COMPET    PIC 9(6).
           05  COR-SITUACAO          PIC X(1).
               88  COR-ATIVO         VALUE 'A'.
               88  COR-SUSPENSO      VALUE 'S'.
               88  COR-DESCREDENCIADO VALUE 'E'.
           05  COR-DT-CADASTRO       PIC 9(8).
           05  COR-DT-SITUACAO       PIC 9(8).
           05  COR-OPERADOR          PIC X(20).

       FD  ARQCORPOS.
       01  REG-CORRESP-POSICAO.
           05  CRP-CHAVE.
               10  CRP-CORRESP       PIC 9(6).
               10  CRP-DATA          PIC 9(8).
           05  CRP-TOT-DEP           PIC S9(13)V99 COMP-3.
           05  CRP-TOT-PAG           PIC S9(13)V99 COMP-3.
           05  CRP-TOT-PAG-DINHEIRO  PIC S9(13)V99 COMP-3.
           05  CRP-TOT-SAQ           PIC S9(13)V99 COMP-3.
           05  CRP-QTD-DEP           PIC 9(7).
           05  CRP-QTD-PAG           PIC 9(7).
           05  CRP-QTD-SAQ           PIC 9(7).
           05  CRP-QTD-REJEIT        PIC 9(7).
           05  CRP-SALDO-NUMERARIO   PIC S9(13)V99 COMP-3.
           05  CRP-SIT-LIQUIDACAO    PIC X(1).
               88  CRP-NAO-LIQUIDADA VALUE 'N'.
               88  CRP-LIQUIDADA     VALUE 'L'.
           05  CRP-VALOR-LIQUIDADO   PIC S9(13)V99 COMP-3.
           05  CRP-NSU-LIQUIDACAO    PIC 9(12).

       FD  ARQCORIN.
       01  REG-CORIN.
           05  CRI-CORRESP           PIC 9(6).
           05  CRI-TIPO              PIC X(1).
               88  CRI-DEPOSITO      VALUE 'D'.
               88  CRI-BOLETO        VALUE 'P'.
               88  CRI-SAQUE         VALUE 'S'.
           05  CRI-CONTA             PIC 9(10).
           05  CRI-VALOR             PIC 9(11)V99.
           05  CRI-REFERENCIA        PIC X(48).

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

       FD  ARQKYCWORK.
       01  REG-KYC-WORK.
           05  KYW-CLI-ID            PIC 9(10).
           05  KYW-AGENCIA           PIC 9(4).
           05  KYW-SITUACAO          PIC X(1).
               88  KYW-VENCIDO       VALUE 'V'.
               88  KYW-FALTANTE      VALUE 'F'.
           05  KYW-DIAS-VENCIDO      PIC 9(5).
           05  KYW-DT-DETECCAO       PIC 9(8).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COR-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-CORRESP           PIC XX.
               88  FS-COR-OK        VALUE '00'.
               88  FS-COR-EOF       VALUE '10'.
           05  FS-CORPOS            PIC XX.
               88  FS-CRP-OK        VALUE '00'.
               88  FS-CRP-EOF       VALUE '10'.
           05  FS-CORIN             PIC XX.
               88  FS-CRI-OK        VALUE '00'.
               88  FS-CRI-EOF       VALUE '10'.
               88  FS-CRI-NFD       VALUE '35'.
           05  FS-BLOQ              PIC XX.
               88  FS-BLQ-OK        VALUE '00'.
               88  FS-BLQ-EOF       VALUE '10'.
           05  FS-KYCWORK           PIC XX.
               88  FS-KYW-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CHAMADA-LIMITES.
      *    Area de chamada do servico central de limites (BANKLIM)
           05  WS-LIMSRV-FUNCAO     PIC X(1).
           05  WS-LIMSRV-CONTA      PIC 9(10).
           05  WS-LIMSRV-TIPO-OP    PIC X(3).
           05  WS-LIMSRV-VALOR      PIC S9(9)V99 COMP-3.
           05  WS-LIMSRV-CODIGO     PIC 9(4).
           05  WS-LIMSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-VINCULADA.
      *    Area de chamada do servico de contas vinculadas (BANKESS)
           05  WS-ESCSRV-MODO       PIC X(1).
           05  WS-ESCSRV-ID         PIC 9(10).
           05  WS-ESCSRV-CONTA      PIC 9(10).
           05  WS-ESCSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-ESCSRV-PROCESSO   PIC X(20).
           05  WS-ESCSRV-DATA       PIC 9(8).
           05  WS-ESCSRV-CODIGO     PIC 9(4).
           05  WS-ESCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-CAIXINHA.
      *    Area de chamada do servico de caixinhas (BANKCXS)
           05  WS-CXSSRV-MODO       PIC X(1).
           05  WS-CXSSRV-CONTA      PIC 9(10).
           05  WS-CXSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-CXSSRV-QTD        PIC 9(3).
           05  WS-CXSSRV-CODIGO     PIC 9(4).
           05  WS-CXSSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-KYC-RESTRICAO-CTRL.
      *    Mesma restricao gradual do guiche: dossie KYC vencido alem
      *    da carencia barra os debitos de alto valor.
           05  WS-KYC-CARENCIA-DIAS PIC 9(3) COMP-3 VALUE 30.
           05  WS-KYC-LIM-ALTO-VLR  PIC S9(11)V99 COMP-3
               VALUE 10000,00.
           05  WS-KYC-SITUACAO      PIC X(1) VALUE 'N'.
               88  KYC-RESTRITO     VALUE 'R'.

       01  WS-INGESTAO-CTRL.
           05  WS-COR-QTD-POSTADOS  PIC 9(6).
           05  WS-COR-QTD-REJEIT    PIC 9(6).
           05  WS-COR-MOTIVO        PIC X(40).
           05  WS-COR-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-COR-BLOQUEADO     PIC S9(13)V99 COMP-3.
           05  WS-COR-LIM-SAQUE     PIC S9(11)V99 COMP-3.
           05  WS-COR-SACADO-DIA    PIC S9(13)V99 COMP-3.
           05  WS-COR-VOLUME-DIA    PIC S9(13)V99 COMP-3.
           05  WS-COR-NSU-GERADO    PIC 9(12).

       01  WS-LANCAMENTO.
      *    Lancamento montado pelos passos antes de 2800-GRAVAR
           05  WS-LAN-CONTA-ORG     PIC 9(10).
           05  WS-LAN-CONTA-DEST    PIC 9(10).
           05  WS-LAN-TIPO          PIC X(3).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-DESCRICAO     PIC X(100).

       01  WS-CADASTRO-CTRL.
           05  WS-COR-PROX-ID       PIC 9(6) VALUE ZEROS.
           05  WS-COR-ID-INF        PIC 9(6).
           05  WS-COR-DATA-INF      PIC 9(8).
           05  WS-COR-VALOR-INF     PIC 9(11)V99.
           05  WS-COR-TAXA-INF      PIC 9(3)V99.
           05  WS-COR-SIT-INF       PIC X(1).
           05  WS-COR-QTD-LISTA     PIC 9(6).

       01  WS-COMISSAO-CTRL.
           05  WS-COM-COMPET        PIC 9(6).
           05  WS-COM-COMPET-R REDEFINES WS-COM-COMPET.
               10  WS-COM-ANO       PIC 9(4).
               10  WS-COM-MES       PIC 9(2).
           05  WS-COM-QTD-DEP       PIC 9(7).
           05  WS-COM-QTD-PAG       PIC 9(7).
           05  WS-COM-QTD-SAQ       PIC 9(7).
           05  WS-COM-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-COM-QTD-PAGAS     PIC 9(6).
           05  WS-COM-TOTAL         PIC S9(13)V99 COMP-3.

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-VL-EDIT           PIC Z(11)9,99-.
           05  WS-VL-EDIT2          PIC Z(11)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-DATA-MOV-R REDEFINES WS-DATA-MOVIMENTO.
               10  WS-DMV-ANO       PIC 9(4).
               10  WS-DMV-MES       PIC 9(2).
               10  WS-DMV-DIA       PIC 9(2).

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
           OPEN I-O ARQCONTAS ARQTRANS
           PERFORM 0100-ABRIR-ARQCORRESP
           PERFORM 0105-ABRIR-ARQCORPOS
           PERFORM 0110-ABRIR-ARQBLOQ
           PERFORM 0115-ABRIR-ARQKYCWORK
           PERFORM 0120-SEED-PROXIMO-ID
      *    No lote: movimento do dia, liquidacao das posicoes e, na
      *    primeira execucao do mes, a comissao do mes anterior.
           IF LS-MODO-BATCH
               PERFORM 2000-INGERIR-MOVIMENTO
               PERFORM 5000-LIQUIDAR-POSICOES
               PERFORM 6050-COMPETENCIA-ANTERIOR
               PERFORM 6000-APURAR-COMISSAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQCORRESP ARQCORPOS ARQBLOQ
                 ARQKYCWORK
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQCORRESP.
           OPEN I-O ARQCORRESP
           IF FS-CORRESP = '35'
               OPEN OUTPUT ARQCORRESP
               CLOSE ARQCORRESP
               OPEN I-O ARQCORRESP
           END-IF.

       0105-ABRIR-ARQCORPOS.
           OPEN I-O ARQCORPOS
           IF FS-CORPOS = '35'
               OPEN OUTPUT ARQCORPOS
               CLOSE ARQCORPOS
               OPEN I-O ARQCORPOS
           END-IF.

       0110-ABRIR-ARQBLOQ.
           OPEN INPUT ARQBLOQ
           IF FS-BLOQ = '35'
               OPEN OUTPUT ARQBLOQ
               CLOSE ARQBLOQ
               OPEN INPUT ARQBLOQ
           END-IF.

       0115-ABRIR-ARQKYCWORK.
           OPEN INPUT ARQKYCWORK
           IF FS-KYCWORK = '35'
               OPEN OUTPUT ARQKYCWORK
               CLOSE ARQKYCWORK
               OPEN INPUT ARQKYCWORK
           END-IF.

       0120-SEED-PROXIMO-ID.
           MOVE 999999999999999 TO CORC-TRANS-ID
           START ARQTRANS KEY IS <= CORC-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE CORC-TRANS-ID TO WS-PROXIMO-ID
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
           DISPLAY ' CORRESPONDENTES BANCARIOS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Cadastrar correspondente'
           DISPLAY ' 02. Alterar limite/comissao/situacao'
           DISPLAY ' 03. Listar correspondentes'
           DISPLAY ' 04. Ingerir movimento do dia (BANKCOR.IN)'
           DISPLAY ' 05. Posicao de numerario do correspondente'
           DISPLAY ' 06. Liquidar posicoes do dia'
           DISPLAY ' 07. Apurar comissao mensal'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '02' OR '04' OR '06' OR '07'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 3000-CADASTRAR-CORRESP
               WHEN '02'
                   PERFORM 3100-ALTERAR-CORRESP
               WHEN '03'
                   PERFORM 3200-LISTAR-CORRESP
               WHEN '04'
                   PERFORM 2000-INGERIR-MOVIMENTO
               WHEN '05'
                   PERFORM 4000-POSICAO-CORRESP
               WHEN '06'
                   PERFORM 5000-LIQUIDAR-POSICOES
               WHEN '07'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-COM-COMPET
                   PERFORM 6000-APURAR-COMISSAO
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
       2000-INGERIR-MOVIMENTO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- MOVIMENTO DOS CORRESPONDENTES (BANKCOR.IN) ---'
           MOVE ZEROS TO WS-COR-QTD-POSTADOS WS-COR-QTD-REJEIT
           OPEN INPUT ARQCORIN
           IF FS-CRI-NFD
               DISPLAY 'SEM ARQUIVO DE MOVIMENTO BANKCOR.IN'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-CRI-EOF
               READ ARQCORIN
                   AT END SET FS-CRI-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESSAR-MOVIMENTO
               END-READ
           END-PERFORM
           CLOSE ARQCORIN
           DISPLAY 'MOVIMENTOS POSTADOS:  ' WS-COR-QTD-POSTADOS
           DISPLAY 'MOVIMENTOS REJEITADOS: ' WS-COR-QTD-REJEIT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-PROCESSAR-MOVIMENTO.
           MOVE CRI-CORRESP TO COR-ID
           READ ARQCORRESP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-COR-OK
               DISPLAY 'CORRESPONDENTE ' CRI-CORRESP
                   ' NAO CADASTRADO - LINHA REJEITADA'
               ADD 1 TO WS-COR-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CARREGAR-POSICAO
           IF NOT COR-ATIVO
               MOVE 'CORRESPONDENTE NAO ATIVO' TO WS-COR-MOTIVO
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           IF CRI-VALOR NOT > ZEROS
               MOVE 'VALOR INVALIDO' TO WS-COR-MOTIVO
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
      *    Limite operacional do correspondente: volume bruto do dia
           COMPUTE WS-COR-VOLUME-DIA = CRP-TOT-DEP + CRP-TOT-PAG
               + CRP-TOT-SAQ + CRI-VALOR
           IF COR-LIM-DIARIO > ZEROS
              AND WS-COR-VOLUME-DIA > COR-LIM-DIARIO
               MOVE 'LIMITE DO CORRESPONDENTE EXCEDIDO'
                   TO WS-COR-MOTIVO
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CRI-DEPOSITO
                   PERFORM 2300-POSTAR-DEPOSITO
               WHEN CRI-BOLETO
                   PERFORM 2400-POSTAR-BOLETO
               WHEN CRI-SAQUE
                   PERFORM 2500-POSTAR-SAQUE
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-COR-MOTIVO
                   PERFORM 2190-REJEITAR-MOVIMENTO
           END-EVALUATE.

       2150-CARREGAR-POSICAO.
           MOVE CRI-CORRESP TO CRP-CORRESP
           MOVE WS-DATA-MOVIMENTO TO CRP-DATA
           READ ARQCORPOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CRP-OK
               MOVE CRI-CORRESP TO CRP-CORRESP
               MOVE WS-DATA-MOVIMENTO TO CRP-DATA
               INITIALIZE CRP-TOT-DEP CRP-TOT-PAG CRP-TOT-PAG-DINHEIRO
                          CRP-TOT-SAQ CRP-QTD-DEP CRP-QTD-PAG
                          CRP-QTD-SAQ CRP-QTD-REJEIT
                          CRP-SALDO-NUMERARIO CRP-VALOR-LIQUIDADO
                          CRP-NSU-LIQUIDACAO
               MOVE 'N' TO CRP-SIT-LIQUIDACAO
               WRITE REG-CORRESP-POSICAO
           END-IF.

       2190-REJEITAR-MOVIMENTO.
           DISPLAY 'CORRESPONDENTE ' CRI-CORRESP ' CONTA ' CRI-CONTA
               ' - ' WS-COR-MOTIVO
           ADD 1 TO WS-COR-QTD-REJEIT
           ADD 1 TO CRP-QTD-REJEIT
           REWRITE REG-CORRESP-POSICAO.

       2200-VALIDAR-CONTA-CLIENTE.
      *    Conta do cliente ativa; para debito, situacao de KYC e
      *    disponivel como no guiche (saldo + limite - bloqueios -
      *    vinculadas - caixinhas).
           MOVE SPACES TO WS-COR-MOTIVO
           MOVE CRI-CONTA TO CORC-CONTA-NUM
           READ ARQCONTAS KEY IS CORC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               MOVE 'CONTA NAO ENCONTRADA' TO WS-COR-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF CORC-CONTA-STATUS NOT = 'A'
               MOVE 'CONTA BLOQUEADA OU ENCERRADA' TO WS-COR-MOTIVO
           END-IF.

       2220-VALIDAR-DEBITO.
           PERFORM 2230-VERIFICAR-SITUACAO-KYC
           IF KYC-RESTRITO
              AND CRI-VALOR > WS-KYC-LIM-ALTO-VLR
               MOVE 'ALTO VALOR RESTRITO - DOSSIE KYC VENCIDO'
                   TO WS-COR-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2240-CALCULAR-DISPONIVEL
           IF CRI-VALOR > WS-COR-DISPONIVEL
               MOVE 'SALDO INSUFICIENTE' TO WS-COR-MOTIVO
           END-IF.

       2230-VERIFICAR-SITUACAO-KYC.
           MOVE 'N' TO WS-KYC-SITUACAO
           IF CORC-CONTA-CLI-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE CORC-CONTA-CLI-ID TO KYW-CLI-ID
           READ ARQKYCWORK
               INVALID KEY CONTINUE
           END-READ
           IF FS-KYW-OK
              AND KYW-VENCIDO
              AND KYW-DIAS-VENCIDO > WS-KYC-CARENCIA-DIAS
               MOVE 'R' TO WS-KYC-SITUACAO
           END-IF.

       2240-CALCULAR-DISPONIVEL.
           MOVE ZEROS TO WS-COR-BLOQUEADO
           MOVE CRI-CONTA TO BLQ-CONTA
           START ARQBLOQ KEY IS = BLQ-CONTA
               INVALID KEY MOVE '10' TO FS-BLOQ
           END-START
           PERFORM UNTIL FS-BLQ-EOF
               READ ARQBLOQ NEXT
                   AT END MOVE '10' TO FS-BLOQ
               END-READ
               IF NOT FS-BLQ-EOF
                   IF BLQ-CONTA NOT = CRI-CONTA
                       MOVE '10' TO FS-BLOQ
                   ELSE
                       IF BLQ-ATIVO
                          AND (BLQ-DT-VALIDADE = ZEROS
                               OR BLQ-DT-VALIDADE >= WS-DATA-HOJE)
                           ADD BLQ-VALOR TO WS-COR-BLOQUEADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BLOQ
           MOVE 'S' TO WS-ESCSRV-MODO
           MOVE CRI-CONTA TO WS-ESCSRV-CONTA
           MOVE ZEROS TO WS-ESCSRV-DATA WS-ESCSRV-VALOR
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           IF WS-ESCSRV-CODIGO = ZEROS
               ADD WS-ESCSRV-VALOR TO WS-COR-BLOQUEADO
           END-IF
           MOVE 'S' TO WS-CXSSRV-MODO
           MOVE CRI-CONTA TO WS-CXSSRV-CONTA
           CALL 'BANKCXS' USING WS-CHAMADA-CAIXINHA
           IF WS-CXSSRV-CODIGO = ZEROS
               ADD WS-CXSSRV-VALOR TO WS-COR-BLOQUEADO
           END-IF
           COMPUTE WS-COR-DISPONIVEL = CORC-CONTA-SALDO
               + CORC-CONTA-LIMITE - WS-COR-BLOQUEADO.

       2300-POSTAR-DEPOSITO.
           PERFORM 2200-VALIDAR-CONTA-CLIENTE
           IF WS-COR-MOTIVO NOT = SPACES
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           ADD CRI-VALOR TO CORC-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CORC-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE ZEROS TO WS-LAN-CONTA-DEST
           MOVE CRI-CONTA TO WS-LAN-CONTA-ORG
           MOVE 'DEP' TO WS-LAN-TIPO
           MOVE CRI-VALOR TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-DESCRICAO
           STRING 'Deposito no correspondente ' DELIMITED SIZE
                  CRI-CORRESP                  DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  COR-NOME                     DELIMITED SIZE
               INTO WS-LAN-DESCRICAO
           END-STRING
           PERFORM 2800-GRAVAR-LANCAMENTO
           ADD CRI-VALOR TO CRP-TOT-DEP
           ADD CRI-VALOR TO CRP-SALDO-NUMERARIO
           ADD 1 TO CRP-QTD-DEP
           REWRITE REG-CORRESP-POSICAO
           ADD 1 TO WS-COR-QTD-POSTADOS.

       2400-POSTAR-BOLETO.
      *    Conta zerada: boleto pago em dinheiro no balcao, entra no
      *    numerario do correspondente. Com conta: debito do cliente.
           IF CRI-CONTA = ZEROS
               MOVE ZEROS TO WS-LAN-CONTA-ORG
               ADD CRI-VALOR TO CRP-TOT-PAG-DINHEIRO
               ADD CRI-VALOR TO CRP-SALDO-NUMERARIO
           ELSE
               PERFORM 2200-VALIDAR-CONTA-CLIENTE
               IF WS-COR-MOTIVO = SPACES
                   PERFORM 2220-VALIDAR-DEBITO
               END-IF
               IF WS-COR-MOTIVO NOT = SPACES
                   PERFORM 2190-REJEITAR-MOVIMENTO
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT CRI-VALOR FROM CORC-CONTA-SALDO
               MOVE WS-DATA-HOJE TO CORC-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
               MOVE CRI-CONTA TO WS-LAN-CONTA-ORG
           END-IF
           MOVE ZEROS TO WS-LAN-CONTA-DEST
           MOVE 'PAG' TO WS-LAN-TIPO
           MOVE CRI-VALOR TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-DESCRICAO
           STRING 'Boleto no correspondente ' DELIMITED SIZE
                  CRI-CORRESP                DELIMITED SIZE
                  ' '                        DELIMITED SIZE
                  CRI-REFERENCIA             DELIMITED SIZE
               INTO WS-LAN-DESCRICAO
           END-STRING
           PERFORM 2800-GRAVAR-LANCAMENTO
           ADD CRI-VALOR TO CRP-TOT-PAG
           ADD 1 TO CRP-QTD-PAG
           REWRITE REG-CORRESP-POSICAO
           ADD 1 TO WS-COR-QTD-POSTADOS.

       2500-POSTAR-SAQUE.
           PERFORM 2200-VALIDAR-CONTA-CLIENTE
           IF WS-COR-MOTIVO NOT = SPACES
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
      *    Mesmo limite diario de saque do guiche (BANKLIM) sobre o
      *    acumulado de saques do dia em qualquer canal.
           MOVE 'C' TO WS-LIMSRV-FUNCAO
           MOVE CRI-CONTA TO WS-LIMSRV-CONTA
           MOVE 'SAQ' TO WS-LIMSRV-TIPO-OP
           CALL 'BANKLIM' USING WS-CHAMADA-LIMITES
           MOVE WS-LIMSRV-VALOR TO WS-COR-LIM-SAQUE
           PERFORM 2550-SOMAR-SAQUES-DO-DIA
           IF WS-COR-SACADO-DIA + CRI-VALOR > WS-COR-LIM-SAQUE
               MOVE 'LIMITE DIARIO DE SAQUE EXCEDIDO' TO WS-COR-MOTIVO
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2220-VALIDAR-DEBITO
           IF WS-COR-MOTIVO NOT = SPACES
               PERFORM 2190-REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT CRI-VALOR FROM CORC-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CORC-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE CRI-CONTA TO WS-LAN-CONTA-ORG
           MOVE ZEROS TO WS-LAN-CONTA-DEST
           MOVE 'SAQ' TO WS-LAN-TIPO
           MOVE CRI-VALOR TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-DESCRICAO
           STRING 'Saque no correspondente ' DELIMITED SIZE
                  CRI-CORRESP               DELIMITED SIZE
                  ' '                       DELIMITED SIZE
                  COR-NOME                  DELIMITED SIZE
               INTO WS-LAN-DESCRICAO
           END-STRING
           PERFORM 2800-GRAVAR-LANCAMENTO
           ADD CRI-VALOR TO CRP-TOT-SAQ
           SUBTRACT CRI-VALOR FROM CRP-SALDO-NUMERARIO
           ADD 1 TO CRP-QTD-SAQ
           REWRITE REG-CORRESP-POSICAO
           ADD 1 TO WS-COR-QTD-POSTADOS.

       2550-SOMAR-SAQUES-DO-DIA.
           MOVE ZEROS TO WS-COR-SACADO-DIA
           MOVE CRI-CONTA TO CORC-TRANS-CONTA-ORG
           START ARQTRANS KEY IS = CORC-TRANS-CONTA-ORG
               INVALID KEY MOVE '23' TO FS-TRANS
           END-START
           IF FS-TRANS = '23'
               MOVE '00' TO FS-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-TRANS NOT = '00'
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF FS-TRANS = '00'
                   IF CORC-TRANS-CONTA-ORG NOT = CRI-CONTA
                       MOVE '10' TO FS-TRANS
                   ELSE
                       IF CORC-TRANS-TIPO = 'SAQ'
                          AND CORC-TRANS-STATUS = 'E'
                          AND CORC-TRANS-DATA = WS-DATA-MOVIMENTO
                           ADD CORC-TRANS-VALOR
                               TO WS-COR-SACADO-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

       2800-GRAVAR-LANCAMENTO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CORC-TRANS-ID
           MOVE WS-LAN-CONTA-ORG TO CORC-TRANS-CONTA-ORG
           MOVE WS-LAN-CONTA-DEST TO CORC-TRANS-CONTA-DEST
           MOVE WS-LAN-TIPO TO CORC-TRANS-TIPO
           MOVE WS-LAN-VALOR TO CORC-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CORC-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CORC-TRANS-HORA
           MOVE WS-LAN-DESCRICAO TO CORC-TRANS-DESCRICAO
           MOVE 'E' TO CORC-TRANS-STATUS
           COMPUTE CORC-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE CORC-TRANS-NSU TO WS-COR-NSU-GERADO
           MOVE 'CORRESP' TO CORC-TRANS-CANAL
           MOVE 'BRL' TO CORC-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       3000-CADASTRAR-CORRESP SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- CADASTRO DE CORRESPONDENTE ---'
           INITIALIZE REG-CORRESP
           DISPLAY 'Razao social: '
           ACCEPT COR-NOME
           DISPLAY 'CNPJ (14 digitos): '
           ACCEPT COR-CNPJ
           DISPLAY 'Municipio: '
           ACCEPT COR-MUNICIPIO
           DISPLAY 'Conta corrente de liquidacao: '
           ACCEPT COR-CONTA-LIQ
           MOVE COR-CONTA-LIQ TO CORC-CONTA-NUM
           READ ARQCONTAS KEY IS CORC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CORC-CONTA-STATUS NOT = 'A'
              OR CORC-CONTA-TIPO NOT = 'CC'
               DISPLAY 'CONTA DE LIQUIDACAO INVALIDA - USE CONTA '
                   'CORRENTE ATIVA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE CORC-CONTA-AGENCIA TO COR-AGENCIA
           DISPLAY 'Limite operacional diario: R$ '
           ACCEPT WS-COR-VALOR-INF
           MOVE WS-COR-VALOR-INF TO COR-LIM-DIARIO
           DISPLAY 'Comissao por deposito: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-DEP
           DISPLAY 'Comissao por boleto: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-PAG
           DISPLAY 'Comissao por saque: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-SAQ
           PERFORM 3050-PROXIMO-ID-CORRESP
           MOVE WS-COR-PROX-ID TO COR-ID
      *    Comissao comeca a contar a partir do mes do cadastro.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COM-COMPET
           IF WS-COM-MES = 01
               SUBTRACT 1 FROM WS-COM-ANO
               MOVE 12 TO WS-COM-MES
           ELSE
               SUBTRACT 1 FROM WS-COM-MES
           END-IF
           MOVE WS-COM-COMPET TO COR-COM-ULT-COMPET
           MOVE 'A' TO COR-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO COR-DT-CADASTRO COR-DT-SITUACAO
           MOVE LS-OPERADOR TO COR-OPERADOR
           WRITE REG-CORRESP
           IF NOT FS-COR-OK
               DISPLAY 'ERRO AO GRAVAR CORRESPONDENTE: ' FS-CORRESP
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CORRESPONDENTE CADASTRADO: ' COR-ID
               ' AGENCIA ' COR-AGENCIA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-PROXIMO-ID-CORRESP.
           MOVE ZEROS TO WS-COR-PROX-ID
           MOVE 999999 TO COR-ID
           START ARQCORRESP KEY IS <= COR-ID
               INVALID KEY MOVE '10' TO FS-CORRESP
           END-START
           IF FS-COR-OK
               READ ARQCORRESP NEXT
                   AT END MOVE '10' TO FS-CORRESP
               END-READ
               IF FS-COR-OK
                   MOVE COR-ID TO WS-COR-PROX-ID
               END-IF
           END-IF
           ADD 1 TO WS-COR-PROX-ID.

      *================================================================
       3100-ALTERAR-CORRESP SECTION.
      *================================================================
       3100-INICIO.
           DISPLAY 'Correspondente: '
           ACCEPT WS-COR-ID-INF
           MOVE WS-COR-ID-INF TO COR-ID
           READ ARQCORRESP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-COR-OK
               DISPLAY 'CORRESPONDENTE NAO CADASTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3250-EXIBIR-CORRESP
           DISPLAY 'Novo limite operacional diario: R$ '
           ACCEPT WS-COR-VALOR-INF
           MOVE WS-COR-VALOR-INF TO COR-LIM-DIARIO
           DISPLAY 'Nova comissao por deposito: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-DEP
           DISPLAY 'Nova comissao por boleto: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-PAG
           DISPLAY 'Nova comissao por saque: R$ '
           ACCEPT WS-COR-TAXA-INF
           MOVE WS-COR-TAXA-INF TO COR-COM-SAQ
           DISPLAY 'Situacao (A ativo, S suspenso, E descredenciado): '
           ACCEPT WS-COR-SIT-INF
           IF WS-COR-SIT-INF = 'A' OR 'S' OR 'E'
               IF WS-COR-SIT-INF NOT = COR-SITUACAO
                   MOVE WS-COR-SIT-INF TO COR-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO COR-DT-SITUACAO
               END-IF
           ELSE
               DISPLAY 'SITUACAO INVALIDA - MANTIDA ' COR-SITUACAO
           END-IF
           MOVE LS-OPERADOR TO COR-OPERADOR
           REWRITE REG-CORRESP
           DISPLAY 'CORRESPONDENTE ATUALIZADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3200-LISTAR-CORRESP SECTION.
      *================================================================
       3200-INICIO.
           DISPLAY '--- CORRESPONDENTES CADASTRADOS ---'
           MOVE ZEROS TO WS-COR-QTD-LISTA
           MOVE ZEROS TO COR-ID
           START ARQCORRESP KEY IS >= COR-ID
               INVALID KEY MOVE '10' TO FS-CORRESP
           END-START
           PERFORM UNTIL FS-COR-EOF
               READ ARQCORRESP NEXT
                   AT END MOVE '10' TO FS-CORRESP
               END-READ
               IF NOT FS-COR-EOF
                   PERFORM 3250-EXIBIR-CORRESP
                   ADD 1 TO WS-COR-QTD-LISTA
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CORRESP
           DISPLAY 'TOTAL: ' WS-COR-QTD-LISTA ' CORRESPONDENTE(S)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3250-EXIBIR-CORRESP.
           MOVE COR-LIM-DIARIO TO WS-VL-EDIT
           DISPLAY COR-ID ' ' COR-NOME ' SIT ' COR-SITUACAO
           DISPLAY '   CNPJ ' COR-CNPJ ' ' COR-MUNICIPIO
           DISPLAY '   AGENCIA ' COR-AGENCIA ' CONTA LIQ '
               COR-CONTA-LIQ ' LIMITE DIA ' WS-VL-EDIT
           MOVE COR-COM-DEP TO WS-VL-EDIT
           MOVE COR-COM-PAG TO WS-VL-EDIT2
           DISPLAY '   COMISSAO DEP ' WS-VL-EDIT ' PAG ' WS-VL-EDIT2
           MOVE COR-COM-SAQ TO WS-VL-EDIT
           DISPLAY '   COMISSAO SAQ ' WS-VL-EDIT
               ' ULTIMA COMPETENCIA PAGA ' COR-COM-ULT-COMPET.

      *================================================================
       4000-POSICAO-CORRESP SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Correspondente: '
           ACCEPT WS-COR-ID-INF
           DISPLAY 'Data (AAAAMMDD, zero = dia de movimento): '
           ACCEPT WS-COR-DATA-INF
           IF WS-COR-DATA-INF = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-COR-DATA-INF
           END-IF
           MOVE WS-COR-ID-INF TO CRP-CORRESP
           MOVE WS-COR-DATA-INF TO CRP-DATA
           READ ARQCORPOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CRP-OK
               DISPLAY 'SEM MOVIMENTO DO CORRESPONDENTE NA DATA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE CRP-TOT-DEP TO WS-VL-EDIT
           DISPLAY 'DEPOSITOS RECEBIDOS : ' WS-VL-EDIT
               ' (' CRP-QTD-DEP ')'
           MOVE CRP-TOT-PAG TO WS-VL-EDIT
           MOVE CRP-TOT-PAG-DINHEIRO TO WS-VL-EDIT2
           DISPLAY 'BOLETOS PAGOS       : ' WS-VL-EDIT
               ' (' CRP-QTD-PAG ') EM DINHEIRO ' WS-VL-EDIT2
           MOVE CRP-TOT-SAQ TO WS-VL-EDIT
           DISPLAY 'SAQUES PAGOS        : ' WS-VL-EDIT
               ' (' CRP-QTD-SAQ ')'
           DISPLAY 'REJEITADOS          : ' CRP-QTD-REJEIT
           MOVE CRP-SALDO-NUMERARIO TO WS-VL-EDIT
           DISPLAY 'NUMERARIO LIQUIDO   : ' WS-VL-EDIT
           IF CRP-SALDO-NUMERARIO > ZEROS
               DISPLAY '   (CORRESPONDENTE DEVE AO BANCO)'
           END-IF
           IF CRP-SALDO-NUMERARIO < ZEROS
               DISPLAY '   (BANCO DEVE AO CORRESPONDENTE)'
           END-IF
           IF CRP-LIQUIDADA
               MOVE CRP-VALOR-LIQUIDADO TO WS-VL-EDIT
               DISPLAY 'LIQUIDADA: ' WS-VL-EDIT
                   ' NSU ' CRP-NSU-LIQUIDACAO
           ELSE
               DISPLAY 'LIQUIDACAO PENDENTE'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-LIQUIDAR-POSICOES SECTION.
      *================================================================
       5000-INICIO.
      *    Numerario liquido positivo ficou com o correspondente e e
      *    debitado da conta de liquidacao; negativo (mais saques que
      *    recebimentos) e creditado a ela. A contraparte e o banco.
           DISPLAY '--- LIQUIDACAO DOS CORRESPONDENTES '
               WS-DATA-MOVIMENTO ' ---'
           MOVE ZEROS TO WS-COM-QTD-PAGAS WS-COM-TOTAL
           MOVE ZEROS TO CRP-CHAVE
           START ARQCORPOS KEY IS >= CRP-CHAVE
               INVALID KEY MOVE '10' TO FS-CORPOS
           END-START
           PERFORM UNTIL FS-CRP-EOF
               READ ARQCORPOS NEXT
                   AT END MOVE '10' TO FS-CORPOS
               END-READ
               IF NOT FS-CRP-EOF
                   IF CRP-DATA = WS-DATA-MOVIMENTO
                      AND CRP-NAO-LIQUIDADA
                       PERFORM 5100-LIQUIDAR-POSICAO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CORPOS
           MOVE WS-COM-TOTAL TO WS-VL-EDIT
           DISPLAY 'POSICOES LIQUIDADAS: ' WS-COM-QTD-PAGAS
               ' SALDO LIQUIDO ' WS-VL-EDIT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-LIQUIDAR-POSICAO.
           MOVE CRP-CORRESP TO COR-ID
           READ ARQCORRESP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-COR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-COR-NSU-GERADO
           IF CRP-SALDO-NUMERARIO NOT = ZEROS
               MOVE COR-CONTA-LIQ TO CORC-CONTA-NUM
               READ ARQCONTAS KEY IS CORC-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-CONTA-OK
                   DISPLAY 'CORRESPONDENTE ' COR-ID
                       ' SEM CONTA DE LIQUIDACAO - POSICAO PENDENTE'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-LAN-DESCRICAO
               STRING 'Liquidacao correspondente ' DELIMITED SIZE
                      COR-ID                       DELIMITED SIZE
                      ' movimento de '             DELIMITED SIZE
                      CRP-DATA                     DELIMITED SIZE
                   INTO WS-LAN-DESCRICAO
               END-STRING
               MOVE 'TRF' TO WS-LAN-TIPO
               IF CRP-SALDO-NUMERARIO > ZEROS
                   MOVE CRP-SALDO-NUMERARIO TO WS-LAN-VALOR
                   SUBTRACT WS-LAN-VALOR FROM CORC-CONTA-SALDO
                   MOVE COR-CONTA-LIQ TO WS-LAN-CONTA-ORG
                   MOVE ZEROS TO WS-LAN-CONTA-DEST
               ELSE
                   COMPUTE WS-LAN-VALOR = 0 - CRP-SALDO-NUMERARIO
                   ADD WS-LAN-VALOR TO CORC-CONTA-SALDO
                   MOVE ZEROS TO WS-LAN-CONTA-ORG
                   MOVE COR-CONTA-LIQ TO WS-LAN-CONTA-DEST
               END-IF
               MOVE WS-DATA-HOJE TO CORC-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
               PERFORM 2800-GRAVAR-LANCAMENTO
               IF CORC-CONTA-SALDO + CORC-CONTA-LIMITE < ZEROS
                   DISPLAY 'CORRESPONDENTE ' COR-ID
                       ' - CONTA DE LIQUIDACAO ESTOURADA APOS '
                       'LIQUIDACAO'
               END-IF
           END-IF
           MOVE 'L' TO CRP-SIT-LIQUIDACAO
           MOVE CRP-SALDO-NUMERARIO TO CRP-VALOR-LIQUIDADO
           MOVE WS-COR-NSU-GERADO TO CRP-NSU-LIQUIDACAO
           REWRITE REG-CORRESP-POSICAO
           ADD 1 TO WS-COM-QTD-PAGAS
           ADD CRP-SALDO-NUMERARIO TO WS-COM-TOTAL.

      *================================================================
       6000-APURAR-COMISSAO SECTION.
      *================================================================
       6000-INICIO.
      *    Comissao da competencia = quantidade de cada tipo postado
      *    no mes x tarifa do correspondente, creditada como CMS na
      *    conta de liquidacao (custo da agencia no BANKPAG). A
      *    competencia paga fica no cadastro e nao se repete.
           DISPLAY '--- COMISSAO DOS CORRESPONDENTES ' WS-COM-COMPET
               ' ---'
           MOVE ZEROS TO WS-COM-QTD-PAGAS WS-COM-TOTAL
           IF WS-COM-MES < 01 OR WS-COM-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO COR-ID
           START ARQCORRESP KEY IS >= COR-ID
               INVALID KEY MOVE '10' TO FS-CORRESP
           END-START
           PERFORM UNTIL FS-COR-EOF
               READ ARQCORRESP NEXT
                   AT END MOVE '10' TO FS-CORRESP
               END-READ
               IF NOT FS-COR-EOF
                   IF COR-COM-ULT-COMPET < WS-COM-COMPET
                       PERFORM 6100-COMISSAO-CORRESP
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CORRESP
           MOVE WS-COM-TOTAL TO WS-VL-EDIT
           DISPLAY 'COMISSOES CREDITADAS: ' WS-COM-QTD-PAGAS
               ' TOTAL ' WS-VL-EDIT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6050-COMPETENCIA-ANTERIOR.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COM-COMPET
           IF WS-COM-MES = 01
               SUBTRACT 1 FROM WS-COM-ANO
               MOVE 12 TO WS-COM-MES
           ELSE
               SUBTRACT 1 FROM WS-COM-MES
           END-IF.

       6100-COMISSAO-CORRESP.
           MOVE ZEROS TO WS-COM-QTD-DEP WS-COM-QTD-PAG WS-COM-QTD-SAQ
           MOVE COR-ID TO CRP-CORRESP
           MOVE WS-COM-COMPET TO CRP-DATA(1:6)
           MOVE '01' TO CRP-DATA(7:2)
           START ARQCORPOS KEY IS >= CRP-CHAVE
               INVALID KEY MOVE '10' TO FS-CORPOS
           END-START
           PERFORM UNTIL FS-CRP-EOF
               READ ARQCORPOS NEXT
                   AT END MOVE '10' TO FS-CORPOS
               END-READ
               IF NOT FS-CRP-EOF
                   IF CRP-CORRESP NOT = COR-ID
                      OR CRP-DATA(1:6) NOT = WS-COM-COMPET
                       MOVE '10' TO FS-CORPOS
                   ELSE
                       ADD CRP-QTD-DEP TO WS-COM-QTD-DEP
                       ADD CRP-QTD-PAG TO WS-COM-QTD-PAG
                       ADD CRP-QTD-SAQ TO WS-COM-QTD-SAQ
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CORPOS
           COMPUTE WS-COM-VALOR =
               WS-COM-QTD-DEP * COR-COM-DEP
               + WS-COM-QTD-PAG * COR-COM-PAG
               + WS-COM-QTD-SAQ * COR-COM-SAQ
           IF WS-COM-VALOR > ZEROS
               MOVE COR-CONTA-LIQ TO CORC-CONTA-NUM
               READ ARQCONTAS KEY IS CORC-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-CONTA-OK
                   DISPLAY 'CORRESPONDENTE ' COR-ID
                       ' SEM CONTA DE LIQUIDACAO - COMISSAO PENDENTE'
                   EXIT PARAGRAPH
               END-IF
               ADD WS-COM-VALOR TO CORC-CONTA-SALDO
               MOVE WS-DATA-HOJE TO CORC-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
               MOVE ZEROS TO WS-LAN-CONTA-ORG
               MOVE COR-CONTA-LIQ TO WS-LAN-CONTA-DEST
               MOVE 'CMS' TO WS-LAN-TIPO
               MOVE WS-COM-VALOR TO WS-LAN-VALOR
               MOVE SPACES TO WS-LAN-DESCRICAO
               STRING 'Comissao correspondente '  DELIMITED SIZE
                      COR-ID                      DELIMITED SIZE
                      ' competencia '             DELIMITED SIZE
                      WS-COM-COMPET               DELIMITED SIZE
                   INTO WS-LAN-DESCRICAO
               END-STRING
               PERFORM 2800-GRAVAR-LANCAMENTO
               MOVE WS-COM-VALOR TO WS-VL-EDIT
               DISPLAY 'CORRESPONDENTE ' COR-ID ' DEP ' WS-COM-QTD-DEP
                   ' PAG ' WS-COM-QTD-PAG ' SAQ ' WS-COM-QTD-SAQ
                   ' COMISSAO ' WS-VL-EDIT
               ADD 1 TO WS-COM-QTD-PAGAS
               ADD WS-COM-VALOR TO WS-COM-TOTAL
           END-IF
           MOVE WS-COM-COMPET TO COR-COM-ULT-COMPET
           REWRITE REG-CORRESP.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
