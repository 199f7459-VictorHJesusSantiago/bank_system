      *================================================================
      * BANKANT.COB - Antecipacao de Recebiveis de Cartao (PJ)
      * Sistema Bancario COBOL
      * As credenciadoras enviam diariamente a agenda de recebiveis
      * futuros dos lojistas PJ (BANKANT.IN, linhas AG) com o
      * domicilio bancario da unidade de recebivel; a agenda fica em
      * BANKRECB.DAT, conferida contra o CNPJ do titular da conta.
      * O lojista simula e contrata a antecipacao de recebiveis
      * escolhidos a uma taxa de desconto mensal pelo tier do
      * cliente (BANKTIER.DAT), pro rata pelos dias ate a
      * liquidacao, com o IOF de credito do BANKIOF. O valor de face
      * entra na conta como credito (EMP, ativo de credito), o
      * desagio sai como tarifa (TAR, receita apurada no resultado
      * por agencia e canal do BANKPAG) e o IOF como tributo. Na
      * data original o pagamento da credenciadora (linhas PG)
      * liquida o recebivel antecipado contra o ativo, no razao,
      * em vez de creditar a conta; recebivel livre e creditado ao
      * lojista. Operacoes em BANKANTC.DAT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKANT.

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
               RECORD KEY IS ANT-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANTC-CLI-ID
               ALTERNATE RECORD KEY IS ANTC-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQTIER ASSIGN TO 'BANKTIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-CLI-ID
               FILE STATUS IS FS-TIER.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-TRANS-ID
               ALTERNATE RECORD KEY IS ANT-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ANT-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQRECEB ASSIGN TO 'BANKRECB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-ID
               ALTERNATE RECORD KEY IS REC-CHAVE-UR
               ALTERNATE RECORD KEY IS REC-CONTA WITH DUPLICATES
               FILE STATUS IS FS-RECEB.

           SELECT ARQOPERACAO ASSIGN TO 'BANKANTC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-ID
               ALTERNATE RECORD KEY IS OPA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-OPERACAO.

           SELECT ARQANTIN ASSIGN TO 'BANKANT.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIN.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  ANT-CONTA-NUM         PIC 9(10).
           05  ANT-CONTA-AGENCIA     PIC 9(4).
           05  ANT-CONTA-DIGITO      PIC 9(1).
           05  ANT-CONTA-TIPO        PIC X(2).
           05  ANT-CONTA-STATUS      PIC X(1).
           05  ANT-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  ANT-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  ANT-CONTA-TITULAR     PIC X(60).
           05  ANT-CONTA-CPF         PIC X(11).
           05  ANT-CONTA-EMAIL       PIC X(80).
           05  ANT-CONTA-TELEFONE    PIC X(15).
           05  ANT-CONTA-DT-ABERTURA PIC 9(8).
           05  ANT-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  ANT-CONTA-SENHA-HASH  PIC X(64).
           05  ANT-CONTA-COTIT-NOME  PIC X(60).
           05  ANT-CONTA-COTIT-CPF   PIC X(11).
           05  ANT-CONTA-CLI-ID      PIC 9(10).
           05  ANT-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  ANTC-CLI-ID           PIC 9(10).
           05  ANTC-CLI-NOME         PIC X(60).
           05  ANTC-CLI-CPF          PIC X(14).
           05  ANTC-CLI-RG           PIC X(15).
           05  ANTC-CLI-DT-NASC      PIC 9(8).
           05  ANTC-CLI-SEXO         PIC X(1).
           05  ANTC-CLI-ESTADO-CIVIL PIC X(2).
           05  ANTC-CLI-PROFISSAO    PIC X(40).
           05  ANTC-CLI-RENDA        PIC S9(11)V99 COMP-3.
           05  ANTC-CLI-PERFIL-RISCO PIC X(1).
           05  ANTC-CLI-ENDERECO     PIC X(190).
           05  ANTC-CLI-STATUS       PIC X(1).
           05  ANTC-CLI-SCORE        PIC 9(4).

       FD  ARQTIER.
       01  REG-TIER.
           05  TIER-CLI-ID           PIC 9(10).
           05  TIER-CODIGO           PIC X(1).
               88  TIER-VAREJO       VALUE 'V'.
               88  TIER-PRIME        VALUE 'P'.
               88  TIER-PRIVATE      VALUE 'R'.
           05  TIER-DT-CALCULO      PIC 9(8).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  ANT-TRANS-ID          PIC 9(15).
           05  ANT-TRANS-CONTA-ORG   PIC 9(10).
           05  ANT-TRANS-CONTA-DEST  PIC 9(10).
           05  ANT-TRANS-TIPO        PIC X(3).
           05  ANT-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  ANT-TRANS-DATA        PIC 9(8).
           05  ANT-TRANS-HORA        PIC 9(6).
           05  ANT-TRANS-DESCRICAO   PIC X(100).
           05  ANT-TRANS-STATUS      PIC X(1).
           05  ANT-TRANS-NSU         PIC 9(12).
           05  ANT-TRANS-CANAL       PIC X(10).
           05  ANT-TRANS-MOEDA       PIC X(3).

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

       FD  ARQRECEB.
       01  REG-RECEBIVEL.
           05  REC-ID                PIC 9(12).
           05  REC-CHAVE-UR.
               10  REC-CREDENCIADORA PIC X(10).
               10  REC-UR            PIC X(20).
           05  REC-CNPJ              PIC X(14).
           05  REC-CONTA             PIC 9(10).
           05  REC-AGENCIA           PIC 9(4).
           05  REC-BANDEIRA          PIC X(10).
           05  REC-DT-VENDA          PIC 9(8).
           05  REC-DT-LIQUIDACAO     PIC 9(8).
           05  REC-VALOR             PIC S9(11)V99 COMP-3.
           05  REC-VALOR-PAGO        PIC S9(11)V99 COMP-3.
           05  REC-SITUACAO          PIC X(1).
               88  REC-LIVRE         VALUE 'L'.
               88  REC-ANTECIPADO    VALUE 'A'.
               88  REC-LIQUIDADO     VALUE 'Q'.
               88  REC-LIQ-BANCO     VALUE 'B'.
           05  REC-OPERACAO          PIC 9(10).
           05  REC-DT-SITUACAO       PIC 9(8).

       FD  ARQOPERACAO.
       01  REG-OPERACAO.
           05  OPA-ID                PIC 9(10).
           05  OPA-CONTA             PIC 9(10).
           05  OPA-AGENCIA           PIC 9(4).
           05  OPA-TIER              PIC X(1).
           05  OPA-TAXA-MES          PIC 9(2)V99.
           05  OPA-QTD-RECEB         PIC 9(3).
           05  OPA-PRAZO-MEDIO       PIC 9(3).
           05  OPA-VALOR-BRUTO       PIC S9(13)V99 COMP-3.
           05  OPA-DESAGIO           PIC S9(11)V99 COMP-3.
           05  OPA-IOF               PIC S9(11)V99 COMP-3.
           05  OPA-VALOR-LIQUIDO     PIC S9(13)V99 COMP-3.
           05  OPA-A-RECEBER         PIC S9(13)V99 COMP-3.
           05  OPA-DT-CONTRATO       PIC 9(8).
           05  OPA-SITUACAO          PIC X(1).
               88  OPA-ABERTA        VALUE 'A'.
               88  OPA-QUITADA       VALUE 'Q'.
           05  OPA-DT-SITUACAO       PIC 9(8).
           05  OPA-OPERADOR          PIC X(20).

       FD  ARQANTIN.
      *    Linhas das credenciadoras: AG = recebivel futuro na
      *    agenda (ou atualizacao de valor/data), PG = pagamento da
      *    unidade de recebivel na data de liquidacao.
       01  REG-ANTIN.
           05  RIN-TIPO              PIC X(2).
           05  RIN-CREDENCIADORA     PIC X(10).
           05  RIN-UR                PIC X(20).
           05  RIN-CNPJ              PIC X(14).
           05  RIN-AGENCIA           PIC 9(4).
           05  RIN-CONTA             PIC 9(10).
           05  RIN-BANDEIRA          PIC X(10).
           05  RIN-DT-VENDA          PIC 9(8).
           05  RIN-DT-LIQUIDACAO     PIC 9(8).
           05  RIN-VALOR             PIC 9(11)V99.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ANT-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLIENTE-OK    VALUE '00'.
           05  FS-TIER              PIC XX.
               88  FS-TIER-OK       VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-RECEB             PIC XX.
               88  FS-REC-OK        VALUE '00'.
               88  FS-REC-EOF       VALUE '10'.
           05  FS-OPERACAO          PIC XX.
               88  FS-OPA-OK        VALUE '00'.
               88  FS-OPA-EOF       VALUE '10'.
           05  FS-ANTIN             PIC XX.
               88  FS-RIN-OK        VALUE '00'.
               88  FS-RIN-EOF       VALUE '10'.
               88  FS-RIN-NFD       VALUE '35'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PRECO-CTRL.
      *    Taxa de desconto mensal da antecipacao por tier do
      *    cliente (V varejo, P prime, R private).
           05  WS-ANT-TABELA-TAXAS.
               10  FILLER PIC X(5) VALUE 'V0199'.
               10  FILLER PIC X(5) VALUE 'P0159'.
               10  FILLER PIC X(5) VALUE 'R0129'.
           05  WS-ANT-TAXAS REDEFINES WS-ANT-TABELA-TAXAS
                   OCCURS 3 TIMES.
               10  WS-TXA-TIER       PIC X(1).
               10  WS-TXA-MES        PIC 9(2)V99.
           05  WS-TXA-IDX           PIC 9(1).
           05  WS-ANT-TIER          PIC X(1).
           05  WS-ANT-TAXA          PIC 9(2)V99.

       01  WS-SELECAO-CTRL.
           05  WS-SEL-QTD           PIC 9(2).
           05  WS-SEL-REC-ID        PIC 9(12) OCCURS 50 TIMES.
           05  WS-SEL-IDX           PIC 9(2).
           05  WS-SEL-J             PIC 9(2).
           05  WS-SEL-ID-INF        PIC 9(12).
           05  WS-SEL-REPETIDO      PIC X(1).
           05  WS-SEL-CONTA         PIC 9(10).
           05  WS-SEL-CONTA-CLI-ID  PIC 9(10).
           05  WS-SEL-AGENCIA       PIC 9(4).
           05  WS-SEL-QTD-LIVRES    PIC 9(5).
           05  WS-SEL-TOT-LIVRE     PIC S9(13)V99 COMP-3.
           05  WS-SEL-TOT-ANTEC     PIC S9(13)V99 COMP-3.
           05  WS-SEL-DIAS          PIC S9(5) COMP-3.
           05  WS-SEL-DESAGIO       PIC S9(11)V99 COMP-3.
           05  WS-SEL-TOT-BRUTO     PIC S9(13)V99 COMP-3.
           05  WS-SEL-TOT-DESAGIO   PIC S9(11)V99 COMP-3.
           05  WS-SEL-TOT-IOF       PIC S9(11)V99 COMP-3.
           05  WS-SEL-LIQUIDO       PIC S9(13)V99 COMP-3.
           05  WS-SEL-DIAS-POND     PIC S9(15)V99 COMP-3.
           05  WS-SEL-PRAZO-MEDIO   PIC 9(3).
           05  WS-SEL-CONFIRMA      PIC X(1).

       01  WS-ARQUIVO-CTRL.
           05  WS-ANT-QTD-LIDAS     PIC 9(6).
           05  WS-ANT-QTD-AGENDA    PIC 9(6).
           05  WS-ANT-QTD-ATUALIZ   PIC 9(6).
           05  WS-ANT-QTD-REJEIT    PIC 9(6).
           05  WS-ANT-QTD-PAG-BANCO PIC 9(6).
           05  WS-ANT-QTD-PAG-CONTA PIC 9(6).
           05  WS-ANT-CNPJ-BUSCA    PIC X(14).
           05  WS-ANT-DOMICILIO-OK  PIC X(1).
               88  DOMICILIO-OK     VALUE 'S'.
           05  WS-ANT-PAGO          PIC S9(11)V99 COMP-3.
           05  WS-ANT-PARA-BANCO    PIC S9(11)V99 COMP-3.
           05  WS-ANT-EXCEDENTE     PIC S9(11)V99 COMP-3.

       01  WS-LANCAMENTO-CTRL.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-AGENCIA       PIC 9(4).

       01  WS-GERAL-CTRL.
           05  WS-OPA-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-REC-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-TRN-CONTA         PIC 9(10).
           05  WS-TRN-TIPO          PIC X(3).
           05  WS-TRN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-TRN-HISTORICO     PIC X(100).
           05  WS-VL-DISP           PIC Z(10)9,99-.
           05  WS-VL-DISP2          PIC Z(10)9,99-.
           05  WS-TX-DISP           PIC Z9,99.

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

       01  WS-CHAMADA-IOF.
      *    Area de chamada do motor central de IOF (BANKIOF)
           05  WS-IOFSRV-TIPO       PIC X(1).
           05  WS-IOFSRV-BASE       PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-DIAS       PIC 9(5).
           05  WS-IOFSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-CODIGO     PIC 9(4).

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
               PERFORM 3000-PROCESSAR-ARQUIVO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQCLIENTE ARQTIER ARQTRANS ARQLEDGER
                 ARQRECEB ARQOPERACAO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQCLIENTE ARQTIER
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           OPEN I-O ARQRECEB
           IF FS-RECEB = '35'
               OPEN OUTPUT ARQRECEB
               CLOSE ARQRECEB
               OPEN I-O ARQRECEB
           END-IF
           OPEN I-O ARQOPERACAO
           IF FS-OPERACAO = '35'
               OPEN OUTPUT ARQOPERACAO
               CLOSE ARQOPERACAO
               OPEN I-O ARQOPERACAO
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 999999999999 TO REC-ID
           START ARQRECEB KEY IS <= REC-ID
           IF FS-REC-OK
               READ ARQRECEB NEXT
               IF FS-REC-OK
                   MOVE REC-ID TO WS-REC-PROX-ID
               END-IF
           END-IF
           MOVE 9999999999 TO OPA-ID
           START ARQOPERACAO KEY IS <= OPA-ID
           IF FS-OPA-OK
               READ ARQOPERACAO NEXT
               IF FS-OPA-OK
                   MOVE OPA-ID TO WS-OPA-PROX-ID
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
           MOVE 999999999999999 TO ANT-TRANS-ID
           START ARQTRANS KEY IS <= ANT-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE ANT-TRANS-ID TO WS-PROXIMO-ID
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
           DISPLAY ' ANTECIPACAO DE RECEBIVEIS DE CARTAO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Processar arquivo das credenciadoras'
           DISPLAY ' 02. Consultar agenda de recebiveis'
           DISPLAY ' 03. Simular antecipacao'
           DISPLAY ' 04. Contratar antecipacao'
           DISPLAY ' 05. Consultar operacoes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '04'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 3000-PROCESSAR-ARQUIVO
               WHEN '02'
                   PERFORM 2000-CONSULTAR-AGENDA
               WHEN '03'
                   PERFORM 4000-SIMULAR
               WHEN '04'
                   PERFORM 4500-CONTRATAR
               WHEN '05'
                   PERFORM 5000-CONSULTAR-OPERACOES
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
       2000-CONSULTAR-AGENDA SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY 'Conta do lojista: '
           ACCEPT WS-SEL-CONTA
           MOVE ZEROS TO WS-SEL-QTD-LIVRES
           MOVE ZEROS TO WS-SEL-TOT-LIVRE WS-SEL-TOT-ANTEC
           DISPLAY 'ID           CREDENC.   LIQUIDA         VALOR SIT'
           MOVE WS-SEL-CONTA TO REC-CONTA
           START ARQRECEB KEY IS = REC-CONTA
               INVALID KEY MOVE '10' TO FS-RECEB
           END-START
           PERFORM UNTIL FS-REC-EOF
               READ ARQRECEB NEXT
                   AT END MOVE '10' TO FS-RECEB
               END-READ
               IF NOT FS-REC-EOF
                   IF REC-CONTA NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-RECEB
                   ELSE
                       IF REC-LIVRE OR REC-ANTECIPADO
                           PERFORM 2100-EXIBIR-RECEBIVEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-RECEB
           MOVE WS-SEL-TOT-LIVRE TO WS-VL-DISP
           MOVE WS-SEL-TOT-ANTEC TO WS-VL-DISP2
           DISPLAY 'LIVRE PARA ANTECIPAR: R$ ' WS-VL-DISP
               ' (' WS-SEL-QTD-LIVRES ' RECEBIVEIS)'
           DISPLAY 'JA ANTECIPADO:        R$ ' WS-VL-DISP2
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-EXIBIR-RECEBIVEL.
           MOVE REC-VALOR TO WS-VL-DISP
           DISPLAY REC-ID ' ' REC-CREDENCIADORA ' '
               REC-DT-LIQUIDACAO ' ' WS-VL-DISP ' ' REC-SITUACAO
           IF REC-LIVRE
               IF REC-DT-LIQUIDACAO > WS-DATA-MOVIMENTO
                   ADD 1 TO WS-SEL-QTD-LIVRES
                   ADD REC-VALOR TO WS-SEL-TOT-LIVRE
               END-IF
           ELSE
               ADD REC-VALOR TO WS-SEL-TOT-ANTEC
           END-IF.

      *================================================================
       3000-PROCESSAR-ARQUIVO SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- AGENDA DAS CREDENCIADORAS ---'
           MOVE ZEROS TO WS-ANT-QTD-LIDAS WS-ANT-QTD-AGENDA
                         WS-ANT-QTD-ATUALIZ WS-ANT-QTD-REJEIT
                         WS-ANT-QTD-PAG-BANCO WS-ANT-QTD-PAG-CONTA
           OPEN INPUT ARQANTIN
           IF FS-RIN-NFD
               DISPLAY 'SEM ARQUIVO BANKANT.IN'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-RIN-EOF
               READ ARQANTIN
                   AT END SET FS-RIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-QTD-LIDAS
                       EVALUATE RIN-TIPO
                           WHEN 'AG'
                               PERFORM 3100-REGISTRAR-RECEBIVEL
                           WHEN 'PG'
                               PERFORM 3200-LIQUIDAR-RECEBIVEL
                           WHEN OTHER
                               ADD 1 TO WS-ANT-QTD-REJEIT
                               DISPLAY 'LINHA DA CREDENCIADORA '
                                   'INVALIDA: ' RIN-TIPO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQANTIN
           DISPLAY 'LINHAS LIDAS:              ' WS-ANT-QTD-LIDAS
           DISPLAY 'RECEBIVEIS NOVOS NA AGENDA:' WS-ANT-QTD-AGENDA
           DISPLAY 'RECEBIVEIS ATUALIZADOS:    ' WS-ANT-QTD-ATUALIZ
           DISPLAY 'LINHAS REJEITADAS:         ' WS-ANT-QTD-REJEIT
           DISPLAY 'PAGOS AO BANCO (ANTECIP.): ' WS-ANT-QTD-PAG-BANCO
           DISPLAY 'PAGOS NA CONTA DO LOJISTA: ' WS-ANT-QTD-PAG-CONTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-LOCALIZAR-RECEBIVEL.
           MOVE RIN-CREDENCIADORA TO REC-CREDENCIADORA
           MOVE RIN-UR TO REC-UR
           READ ARQRECEB KEY IS REC-CHAVE-UR
               INVALID KEY CONTINUE
           END-READ.

       3100-REGISTRAR-RECEBIVEL.
      *    A credenciadora reenvia a agenda todo dia: recebivel ja
      *    conhecido e livre tem valor e data atualizados; o
      *    antecipado fica como contratado.
           PERFORM 3050-LOCALIZAR-RECEBIVEL
           IF FS-REC-OK
               IF REC-LIVRE
                   MOVE RIN-DT-LIQUIDACAO TO REC-DT-LIQUIDACAO
                   MOVE RIN-VALOR TO REC-VALOR
                   MOVE WS-DATA-HOJE TO REC-DT-SITUACAO
                   REWRITE REG-RECEBIVEL
                   ADD 1 TO WS-ANT-QTD-ATUALIZ
               ELSE
                   IF REC-ANTECIPADO AND RIN-VALOR NOT = REC-VALOR
                       DISPLAY 'UR ANTECIPADA ALTERADA PELA '
                           'CREDENCIADORA: ' RIN-UR
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-CONFERIR-DOMICILIO
           IF NOT DOMICILIO-OK
               ADD 1 TO WS-ANT-QTD-REJEIT
               DISPLAY 'UR ' RIN-UR ' REJEITADA: CONTA ' RIN-CONTA
                   ' NAO PERTENCE AO CNPJ ' RIN-CNPJ
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REC-PROX-ID
           MOVE WS-REC-PROX-ID TO REC-ID
           MOVE RIN-CREDENCIADORA TO REC-CREDENCIADORA
           MOVE RIN-UR TO REC-UR
           MOVE RIN-CNPJ TO REC-CNPJ
           MOVE RIN-CONTA TO REC-CONTA
           MOVE ANT-CONTA-AGENCIA TO REC-AGENCIA
           MOVE RIN-BANDEIRA TO REC-BANDEIRA
           MOVE RIN-DT-VENDA TO REC-DT-VENDA
           MOVE RIN-DT-LIQUIDACAO TO REC-DT-LIQUIDACAO
           MOVE RIN-VALOR TO REC-VALOR
           MOVE ZEROS TO REC-VALOR-PAGO REC-OPERACAO
           MOVE 'L' TO REC-SITUACAO
           MOVE WS-DATA-HOJE TO REC-DT-SITUACAO
           WRITE REG-RECEBIVEL
           ADD 1 TO WS-ANT-QTD-AGENDA.

       3150-CONFERIR-DOMICILIO.
      *    O domicilio informado precisa ser conta ativa cujo
      *    titular no cadastro tem o CNPJ da agenda (tokenizado
      *    quando ha cifragem ativa).
           MOVE 'N' TO WS-ANT-DOMICILIO-OK
           MOVE RIN-CONTA TO ANT-CONTA-NUM
           READ ARQCONTAS KEY IS ANT-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR ANT-CONTA-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE ANT-CONTA-CLI-ID TO ANTC-CLI-ID
           READ ARQCLIENTE KEY IS ANTC-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLIENTE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE RIN-CNPJ TO WS-ANT-CNPJ-BUSCA
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE RIN-CNPJ TO WS-CRYSRV-TEXTO(1:14)
           MOVE 14 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:14) TO WS-ANT-CNPJ-BUSCA
           END-IF
           IF ANTC-CLI-CPF = WS-ANT-CNPJ-BUSCA
               MOVE 'S' TO WS-ANT-DOMICILIO-OK
           END-IF.

       3200-LIQUIDAR-RECEBIVEL.
      *    Pagamento da UR: antecipada liquida o ativo do banco
      *    (excedente vai ao lojista, falta fica a receber na
      *    operacao); livre e creditada na conta do lojista.
           PERFORM 3050-LOCALIZAR-RECEBIVEL
           IF NOT FS-REC-OK
               ADD 1 TO WS-ANT-QTD-REJEIT
               DISPLAY 'PAGAMENTO DE UR FORA DA AGENDA: ' RIN-UR
               EXIT PARAGRAPH
           END-IF
           IF NOT REC-LIVRE AND NOT REC-ANTECIPADO
               DISPLAY 'UR JA LIQUIDADA: ' RIN-UR
               EXIT PARAGRAPH
           END-IF
           MOVE RIN-VALOR TO WS-ANT-PAGO
           MOVE WS-ANT-PAGO TO REC-VALOR-PAGO
           MOVE WS-DATA-HOJE TO REC-DT-SITUACAO
           IF REC-LIVRE
               MOVE 'Q' TO REC-SITUACAO
               REWRITE REG-RECEBIVEL
               MOVE WS-ANT-PAGO TO WS-TRN-VALOR
               PERFORM 3300-CREDITAR-LOJISTA
               ADD 1 TO WS-ANT-QTD-PAG-CONTA
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO REC-SITUACAO
           REWRITE REG-RECEBIVEL
           IF WS-ANT-PAGO > REC-VALOR
               MOVE REC-VALOR TO WS-ANT-PARA-BANCO
               COMPUTE WS-ANT-EXCEDENTE = WS-ANT-PAGO - REC-VALOR
           ELSE
               MOVE WS-ANT-PAGO TO WS-ANT-PARA-BANCO
               MOVE ZEROS TO WS-ANT-EXCEDENTE
           END-IF
           MOVE '11102   ' TO WS-LAN-CTA-DEB
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE WS-ANT-PARA-BANCO TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Liquidacao UR antecipada op ' DELIMITED SIZE
                  REC-OPERACAO                   DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           MOVE REC-AGENCIA TO WS-LAN-AGENCIA
           PERFORM 3250-POSTAR-LANCAMENTO
           MOVE REC-OPERACAO TO OPA-ID
           READ ARQOPERACAO
               INVALID KEY CONTINUE
           END-READ
           IF FS-OPA-OK
               SUBTRACT REC-VALOR FROM OPA-A-RECEBER
               IF WS-ANT-PAGO < REC-VALOR
                   COMPUTE OPA-A-RECEBER =
                       OPA-A-RECEBER + REC-VALOR - WS-ANT-PAGO
                   MOVE REC-VALOR TO WS-VL-DISP
                   MOVE WS-ANT-PAGO TO WS-VL-DISP2
                   DISPLAY 'UR ' RIN-UR ' PAGA A MENOR: ' WS-VL-DISP2
                       ' DE ' WS-VL-DISP ' - COBRAR DO CEDENTE'
               END-IF
               IF OPA-A-RECEBER <= ZEROS
                   MOVE ZEROS TO OPA-A-RECEBER
                   MOVE 'Q' TO OPA-SITUACAO
                   MOVE WS-DATA-HOJE TO OPA-DT-SITUACAO
               END-IF
               REWRITE REG-OPERACAO
           END-IF
           IF WS-ANT-EXCEDENTE > ZEROS
               MOVE WS-ANT-EXCEDENTE TO WS-TRN-VALOR
               PERFORM 3300-CREDITAR-LOJISTA
           END-IF
           ADD 1 TO WS-ANT-QTD-PAG-BANCO.

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

       3300-CREDITAR-LOJISTA.
      *    Repasse da credenciadora chega como TED recebida: so a
      *    perna de credito do lojista.
           MOVE REC-CONTA TO ANT-CONTA-NUM
           READ ARQCONTAS KEY IS ANT-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA ' REC-CONTA ' NAO LOCALIZADA PARA O '
                   'CREDITO DA UR ' REC-UR
               EXIT PARAGRAPH
           END-IF
           ADD WS-TRN-VALOR TO ANT-CONTA-SALDO
           MOVE WS-DATA-HOJE TO ANT-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO ANT-TRANS-ID
           MOVE ZEROS TO ANT-TRANS-CONTA-ORG
           MOVE REC-CONTA TO ANT-TRANS-CONTA-DEST
           MOVE 'TED' TO ANT-TRANS-TIPO
           MOVE SPACES TO WS-TRN-HISTORICO
           STRING 'Recebiveis cartao ' DELIMITED SIZE
                  REC-CREDENCIADORA    DELIMITED SIZE
                  ' UR '               DELIMITED SIZE
                  REC-UR               DELIMITED SIZE
               INTO WS-TRN-HISTORICO
           END-STRING
           PERFORM 9150-COMPLETAR-TRANSACAO.

      *================================================================
       4000-SIMULAR SECTION.
      *================================================================
       4000-INICIO.
           PERFORM 4100-SELECIONAR-RECEBIVEIS
           IF WS-SEL-QTD = ZEROS
               EXIT SECTION
           END-IF
           PERFORM 4200-PRECIFICAR
           PERFORM 4300-EXIBIR-PROPOSTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-SELECIONAR-RECEBIVEIS.
      *    Lista os recebiveis livres ainda a liquidar e o lojista
      *    escolhe um a um pelo ID (0 encerra a escolha).
           MOVE ZEROS TO WS-SEL-QTD
           DISPLAY 'Conta do lojista: '
           ACCEPT WS-SEL-CONTA
           MOVE WS-SEL-CONTA TO ANT-CONTA-NUM
           READ ARQCONTAS KEY IS ANT-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR ANT-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE ANT-CONTA-CLI-ID TO WS-SEL-CONTA-CLI-ID
           MOVE ANT-CONTA-AGENCIA TO WS-SEL-AGENCIA
           MOVE ZEROS TO WS-SEL-QTD-LIVRES WS-SEL-TOT-LIVRE
           DISPLAY 'RECEBIVEIS LIVRES:'
           MOVE WS-SEL-CONTA TO REC-CONTA
           START ARQRECEB KEY IS = REC-CONTA
               INVALID KEY MOVE '10' TO FS-RECEB
           END-START
           PERFORM UNTIL FS-REC-EOF
               READ ARQRECEB NEXT
                   AT END MOVE '10' TO FS-RECEB
               END-READ
               IF NOT FS-REC-EOF
                   IF REC-CONTA NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-RECEB
                   ELSE
                       IF REC-LIVRE
                          AND REC-DT-LIQUIDACAO > WS-DATA-MOVIMENTO
                           PERFORM 2100-EXIBIR-RECEBIVEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-RECEB
           IF WS-SEL-QTD-LIVRES = ZEROS
               DISPLAY 'NENHUM RECEBIVEL LIVRE PARA ANTECIPAR'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SEL-ID-INF
           PERFORM UNTIL WS-SEL-ID-INF = ZEROS OR WS-SEL-QTD >= 50
               DISPLAY 'ID do recebivel (0 = encerrar): '
               ACCEPT WS-SEL-ID-INF
               IF WS-SEL-ID-INF NOT = ZEROS
                   PERFORM 4150-INCLUIR-NA-SELECAO
               END-IF
           END-PERFORM
           IF WS-SEL-QTD = ZEROS
               DISPLAY 'NENHUM RECEBIVEL ESCOLHIDO'
           END-IF.

       4150-INCLUIR-NA-SELECAO.
           MOVE WS-SEL-ID-INF TO REC-ID
           READ ARQRECEB
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-REC-OK OR REC-CONTA NOT = WS-SEL-CONTA
              OR NOT REC-LIVRE
              OR REC-DT-LIQUIDACAO <= WS-DATA-MOVIMENTO
               DISPLAY 'RECEBIVEL INDISPONIVEL: ' WS-SEL-ID-INF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEL-REPETIDO
           PERFORM VARYING WS-SEL-J FROM 1 BY 1
                   UNTIL WS-SEL-J > WS-SEL-QTD
               IF WS-SEL-REC-ID(WS-SEL-J) = WS-SEL-ID-INF
                   MOVE 'S' TO WS-SEL-REPETIDO
               END-IF
           END-PERFORM
           IF WS-SEL-REPETIDO = 'S'
               DISPLAY 'RECEBIVEL JA ESCOLHIDO'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-QTD
           MOVE WS-SEL-ID-INF TO WS-SEL-REC-ID(WS-SEL-QTD).

       4200-PRECIFICAR.
      *    Desagio = valor x taxa mensal x dias / 30 ate a data de
      *    liquidacao de cada recebivel; IOF de credito pelos
      *    mesmos dias.
           MOVE 'V' TO WS-ANT-TIER
           MOVE WS-SEL-CONTA-CLI-ID TO TIER-CLI-ID
           READ ARQTIER
               INVALID KEY CONTINUE
           END-READ
           IF FS-TIER-OK
               MOVE TIER-CODIGO TO WS-ANT-TIER
           END-IF
           MOVE WS-TXA-MES(1) TO WS-ANT-TAXA
           PERFORM VARYING WS-TXA-IDX FROM 1 BY 1
                   UNTIL WS-TXA-IDX > 3
               IF WS-TXA-TIER(WS-TXA-IDX) = WS-ANT-TIER
                   MOVE WS-TXA-MES(WS-TXA-IDX) TO WS-ANT-TAXA
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-SEL-TOT-BRUTO WS-SEL-TOT-DESAGIO
           MOVE ZEROS TO WS-SEL-TOT-IOF WS-SEL-DIAS-POND
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               MOVE WS-SEL-REC-ID(WS-SEL-IDX) TO REC-ID
               READ ARQRECEB
                   INVALID KEY CONTINUE
               END-READ
               IF FS-REC-OK
                   PERFORM 4250-PRECIFICAR-RECEBIVEL
               END-IF
           END-PERFORM
           COMPUTE WS-SEL-LIQUIDO =
               WS-SEL-TOT-BRUTO - WS-SEL-TOT-DESAGIO - WS-SEL-TOT-IOF
           MOVE ZEROS TO WS-SEL-PRAZO-MEDIO
           IF WS-SEL-TOT-BRUTO > ZEROS
               COMPUTE WS-SEL-PRAZO-MEDIO ROUNDED =
                   WS-SEL-DIAS-POND / WS-SEL-TOT-BRUTO
           END-IF.

       4250-PRECIFICAR-RECEBIVEL.
           COMPUTE WS-SEL-DIAS =
               FUNCTION INTEGER-OF-DATE(REC-DT-LIQUIDACAO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           COMPUTE WS-SEL-DESAGIO ROUNDED =
               REC-VALOR * WS-ANT-TAXA / 100 * WS-SEL-DIAS / 30
           MOVE 'C' TO WS-IOFSRV-TIPO
           MOVE REC-VALOR TO WS-IOFSRV-BASE
           MOVE WS-SEL-DIAS TO WS-IOFSRV-DIAS
           CALL 'BANKIOF' USING WS-CHAMADA-IOF
           ADD REC-VALOR TO WS-SEL-TOT-BRUTO
           ADD WS-SEL-DESAGIO TO WS-SEL-TOT-DESAGIO
           ADD WS-IOFSRV-VALOR TO WS-SEL-TOT-IOF
           COMPUTE WS-SEL-DIAS-POND =
               WS-SEL-DIAS-POND + REC-VALOR * WS-SEL-DIAS.

       4300-EXIBIR-PROPOSTA.
           MOVE WS-ANT-TAXA TO WS-TX-DISP
           DISPLAY '----------------------------------------'
           DISPLAY 'TIER ' WS-ANT-TIER ' - TAXA ' WS-TX-DISP '% A.M.'
               ' - PRAZO MEDIO ' WS-SEL-PRAZO-MEDIO ' DIAS'
           MOVE WS-SEL-TOT-BRUTO TO WS-VL-DISP
           DISPLAY 'VALOR DE FACE  (' WS-SEL-QTD ' UR): R$ '
               WS-VL-DISP
           MOVE WS-SEL-TOT-DESAGIO TO WS-VL-DISP
           DISPLAY 'DESAGIO             : R$ ' WS-VL-DISP
           MOVE WS-SEL-TOT-IOF TO WS-VL-DISP
           DISPLAY 'IOF                 : R$ ' WS-VL-DISP
           MOVE WS-SEL-LIQUIDO TO WS-VL-DISP
           DISPLAY 'LIQUIDO NA CONTA    : R$ ' WS-VL-DISP.

      *================================================================
       4500-CONTRATAR SECTION.
      *================================================================
       4500-INICIO.
           PERFORM 4100-SELECIONAR-RECEBIVEIS
           IF WS-SEL-QTD = ZEROS
               EXIT SECTION
           END-IF
           PERFORM 4200-PRECIFICAR
           PERFORM 4300-EXIBIR-PROPOSTA
           IF WS-SEL-LIQUIDO <= ZEROS
               DISPLAY 'ANTECIPACAO SEM VALOR LIQUIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Confirmar antecipacao? (S/N): '
           ACCEPT WS-SEL-CONFIRMA
           IF WS-SEL-CONFIRMA NOT = 'S'
               DISPLAY 'ANTECIPACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-OPA-PROX-ID
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               MOVE WS-SEL-REC-ID(WS-SEL-IDX) TO REC-ID
               READ ARQRECEB
                   INVALID KEY CONTINUE
               END-READ
               IF FS-REC-OK
                   MOVE 'A' TO REC-SITUACAO
                   MOVE WS-OPA-PROX-ID TO REC-OPERACAO
                   MOVE WS-DATA-HOJE TO REC-DT-SITUACAO
                   REWRITE REG-RECEBIVEL
               END-IF
           END-PERFORM
           MOVE WS-OPA-PROX-ID TO OPA-ID
           MOVE WS-SEL-CONTA TO OPA-CONTA
           MOVE WS-SEL-AGENCIA TO OPA-AGENCIA
           MOVE WS-ANT-TIER TO OPA-TIER
           MOVE WS-ANT-TAXA TO OPA-TAXA-MES
           MOVE WS-SEL-QTD TO OPA-QTD-RECEB
           MOVE WS-SEL-PRAZO-MEDIO TO OPA-PRAZO-MEDIO
           MOVE WS-SEL-TOT-BRUTO TO OPA-VALOR-BRUTO OPA-A-RECEBER
           MOVE WS-SEL-TOT-DESAGIO TO OPA-DESAGIO
           MOVE WS-SEL-TOT-IOF TO OPA-IOF
           MOVE WS-SEL-LIQUIDO TO OPA-VALOR-LIQUIDO
           MOVE WS-DATA-HOJE TO OPA-DT-CONTRATO
           MOVE 'A' TO OPA-SITUACAO
           MOVE WS-DATA-HOJE TO OPA-DT-SITUACAO
           MOVE LS-OPERADOR TO OPA-OPERADOR
           WRITE REG-OPERACAO
           PERFORM 4600-LIBERAR-NA-CONTA
           DISPLAY 'OPERACAO ' OPA-ID ' CONTRATADA E CREDITADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4600-LIBERAR-NA-CONTA.
      *    Face como credito (ativo de credito), desagio como
      *    tarifa (receita no resultado) e IOF retido.
           MOVE OPA-CONTA TO ANT-CONTA-NUM
           READ ARQCONTAS KEY IS ANT-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           ADD WS-SEL-LIQUIDO TO ANT-CONTA-SALDO
           MOVE WS-DATA-HOJE TO ANT-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE OPA-CONTA TO WS-TRN-CONTA
           MOVE 'EMP' TO WS-TRN-TIPO
           MOVE OPA-VALOR-BRUTO TO WS-TRN-VALOR
           MOVE SPACES TO WS-TRN-HISTORICO
           STRING 'Antecipacao de recebiveis op ' DELIMITED SIZE
                  OPA-ID                          DELIMITED SIZE
               INTO WS-TRN-HISTORICO
           END-STRING
           PERFORM 9100-GRAVAR-TRANSACAO
           IF OPA-DESAGIO > ZEROS
               MOVE 'TAR' TO WS-TRN-TIPO
               MOVE OPA-DESAGIO TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'Desagio antecipacao op ' DELIMITED SIZE
                      OPA-ID                    DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-GRAVAR-TRANSACAO
           END-IF
           IF OPA-IOF > ZEROS
               MOVE 'IOF' TO WS-TRN-TIPO
               MOVE OPA-IOF TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'IOF antecipacao op ' DELIMITED SIZE
                      OPA-ID                DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-GRAVAR-TRANSACAO
           END-IF.

      *================================================================
       5000-CONSULTAR-OPERACOES SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'Conta do lojista: '
           ACCEPT WS-SEL-CONTA
           MOVE ZEROS TO WS-SEL-QTD-LIVRES
           MOVE WS-SEL-CONTA TO OPA-CONTA
           START ARQOPERACAO KEY IS = OPA-CONTA
               INVALID KEY MOVE '10' TO FS-OPERACAO
           END-START
           PERFORM UNTIL FS-OPA-EOF
               READ ARQOPERACAO NEXT
                   AT END MOVE '10' TO FS-OPERACAO
               END-READ
               IF NOT FS-OPA-EOF
                   IF OPA-CONTA NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-OPERACAO
                   ELSE
                       ADD 1 TO WS-SEL-QTD-LIVRES
                       MOVE OPA-VALOR-BRUTO TO WS-VL-DISP
                       MOVE OPA-VALOR-LIQUIDO TO WS-VL-DISP2
                       MOVE OPA-TAXA-MES TO WS-TX-DISP
                       DISPLAY 'OP ' OPA-ID ' DE ' OPA-DT-CONTRATO
                           ' ' OPA-QTD-RECEB ' UR TAXA ' WS-TX-DISP
                           '% SIT ' OPA-SITUACAO
                       DISPLAY '   FACE R$ ' WS-VL-DISP
                           ' LIQUIDO R$ ' WS-VL-DISP2
                       MOVE OPA-A-RECEBER TO WS-VL-DISP
                       DISPLAY '   A RECEBER DAS CREDENCIADORAS R$ '
                           WS-VL-DISP
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-OPERACAO
           IF WS-SEL-QTD-LIVRES = ZEROS
               DISPLAY 'NENHUMA OPERACAO PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-GRAVAR-TRANSACAO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO ANT-TRANS-ID
           MOVE WS-TRN-CONTA TO ANT-TRANS-CONTA-ORG
           MOVE ZEROS TO ANT-TRANS-CONTA-DEST
           MOVE WS-TRN-TIPO TO ANT-TRANS-TIPO
           PERFORM 9150-COMPLETAR-TRANSACAO.

       9150-COMPLETAR-TRANSACAO.
           MOVE WS-TRN-VALOR TO ANT-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO ANT-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO ANT-TRANS-HORA
           MOVE WS-TRN-HISTORICO TO ANT-TRANS-DESCRICAO
           MOVE 'E' TO ANT-TRANS-STATUS
           COMPUTE ANT-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'ANTECIP' TO ANT-TRANS-CANAL
           MOVE 'BRL' TO ANT-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
