      *================================================================
      * BANKPRJ.COB - Baixa de Emprestimos para Prejuizo
      * Sistema Bancario COBOL
      * Baixa mensal dos contratos de BANKEMPR.DAT cujo atraso
      * (30 dias por parcela nao honrada, criterio da provisao)
      * atingiu o limite de perda de BANKCFG.DAT (zerado usa o de
      * fabrica, 360 dias). Cada contrato baixado passa a situacao
      * P e gera no razao BANKLEDG.DAT, na data de movimento e com a
      * agencia da conta: reversao da provisao constituida para o
      * contrato (16900 contra 71300), perda do saldo devedor
      * (81400 contra o ativo 16100) e controle em compensacao
      * (30910 contra 90910). O contrato entra no controle
      * BANKPRJ.DAT, de onde o servico BANKRCP acompanha as
      * recuperacoes - debito em conta, retencao em folha,
      * amortizacao, boleto ou renegociacao - na receita propria de
      * recuperacao de creditos 71400. O relatorio BANKPRJ.TXT
      * mostra baixas e recuperacoes por mes e por agencia. No lote
      * roda na virada do mes, depois da cobranca de parcelas.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRJ.

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
               RECORD KEY IS PRJ-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQPREJUIZO ASSIGN TO 'BANKPRJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRJ-CONTRATO
               FILE STATUS IS FS-PREJUIZO.

           SELECT ARQRECUPERA ASSIGN TO 'BANKPRJR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRR-ID
               FILE STATUS IS FS-RECUPERA.

           SELECT ARQTRABALHO ASSIGN TO 'BANKPRJW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRW-CHAVE
               FILE STATUS IS FS-TRABALHO.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCOSIF ASSIGN TO 'BANKCOSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-CONTA
               FILE STATUS IS FS-COSIF.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQRELPRJ ASSIGN TO 'BANKPRJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPRJ.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PRJ-CONTA-NUM         PIC 9(10).
           05  PRJ-CONTA-AGENCIA     PIC 9(4).
           05  PRJ-CONTA-DIGITO      PIC 9(1).
           05  PRJ-CONTA-TIPO        PIC X(2).
           05  PRJ-CONTA-STATUS      PIC X(1).
           05  PRJ-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  PRJ-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  PRJ-CONTA-TITULAR     PIC X(60).
           05  PRJ-CONTA-CPF         PIC X(11).
           05  PRJ-CONTA-EMAIL       PIC X(80).
           05  PRJ-CONTA-TELEFONE    PIC X(15).
           05  PRJ-CONTA-DT-ABERTURA PIC 9(8).
           05  PRJ-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PRJ-CONTA-SENHA-HASH  PIC X(64).
           05  PRJ-CONTA-COTIT-NOME  PIC X(60).
           05  PRJ-CONTA-COTIT-CPF   PIC X(11).
           05  PRJ-CONTA-CLI-ID      PIC 9(10).
           05  PRJ-CONTA-MOEDA       PIC X(3).

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

      *    Controle dos contratos baixados: um registro por contrato.
       FD  ARQPREJUIZO.
       01  REG-PREJUIZO.
           05  PRJ-CONTRATO          PIC 9(10).
           05  PRJ-CONTA             PIC 9(10).
           05  PRJ-AGENCIA           PIC 9(4).
           05  PRJ-DT-BAIXA          PIC 9(8).
           05  PRJ-QTD-ATRASOS       PIC 9(3).
           05  PRJ-VALOR-BAIXADO     PIC S9(13)V99 COMP-3.
           05  PRJ-PROVISAO-REVERTIDA PIC S9(13)V99 COMP-3.
           05  PRJ-VALOR-RECUPERADO  PIC S9(13)V99 COMP-3.
           05  PRJ-DT-ULT-RECUP      PIC 9(8).
           05  PRJ-SITUACAO          PIC X(1).
               88  PRJ-EM-PREJUIZO   VALUE 'P'.
               88  PRJ-RECUPERADO    VALUE 'L'.
           05  PRJ-OPERADOR          PIC X(20).

      *    Diario de recuperacoes gravado pelo BANKRCP.
       FD  ARQRECUPERA.
       01  REG-RECUPERACAO.
           05  PRR-ID                PIC 9(10).
           05  PRR-CONTRATO          PIC 9(10).
           05  PRR-AGENCIA           PIC 9(4).
           05  PRR-DATA              PIC 9(8).
           05  PRR-VALOR             PIC S9(13)V99 COMP-3.
           05  PRR-FORMA             PIC X(1).

      *    Acumulado do relatorio: a chave ordena por mes e agencia.
       FD  ARQTRABALHO.
       01  REG-TRABALHO.
           05  PRW-CHAVE.
               10  PRW-COMPET        PIC 9(6).
               10  PRW-AGENCIA       PIC 9(4).
           05  PRW-QTD-BAIXAS        PIC 9(7).
           05  PRW-VALOR-BAIXADO     PIC S9(15)V99 COMP-3.
           05  PRW-QTD-RECUP         PIC 9(7).
           05  PRW-VALOR-RECUPERADO  PIC S9(15)V99 COMP-3.

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

       FD  ARQCOSIF.
       01  REG-COSIF.
           05  COS-CONTA             PIC X(8).
           05  COS-NOME              PIC X(40).
           05  COS-GRUPO             PIC X(1).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQRELPRJ.
       01  REG-RELPRJ                PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PRJ-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-PREJUIZO          PIC XX.
               88  FS-PRJ-OK        VALUE '00'.
               88  FS-PRJ-EOF       VALUE '10'.
           05  FS-RECUPERA          PIC XX.
               88  FS-PRR-OK        VALUE '00'.
               88  FS-PRR-EOF       VALUE '10'.
           05  FS-TRABALHO          PIC XX.
               88  FS-PRW-OK        VALUE '00'.
               88  FS-PRW-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-COSIF             PIC XX.
           05  FS-CONFIG            PIC XX.
           05  FS-RELPRJ            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

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

       01  WS-CHAMADA-RECUPERACAO.
      *    Area de chamada da recuperacao de creditos (BANKRCP)
           05  WS-RCPSRV-MODO       PIC X(1).
           05  WS-RCPSRV-CONTRATO   PIC 9(10).
           05  WS-RCPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-RCPSRV-FORMA      PIC X(1).
           05  WS-RCPSRV-DATA       PIC 9(8).
           05  WS-RCPSRV-CODIGO     PIC 9(4).
           05  WS-RCPSRV-MENSAGEM   PIC X(60).

       01  WS-LANCAMENTO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-AGENCIA       PIC 9(4).

      *    Contas COSIF da baixa e da recuperacao, incluidas no plano
      *    na primeira execucao: conta(8), nome(40), grupo(1).
       01  WS-PRJ-PLANO.
           05  WS-PLA-TABELA.
               10  FILLER PIC X(49) VALUE
                   '71400   RECUPERACAO DE CREDITOS BAIXADOS        7'.
               10  FILLER PIC X(49) VALUE
                   '81400   PERDAS EM OPERACOES DE CREDITO          8'.
               10  FILLER PIC X(49) VALUE
                   '30910   CREDITOS BAIXADOS COMO PREJUIZO         3'.
               10  FILLER PIC X(49) VALUE
                   '90910   CONTRAPARTIDA CREDITOS BAIXADOS         9'.
           05  WS-PLA-ENTRADA REDEFINES WS-PLA-TABELA
                   OCCURS 4 TIMES.
               10  WS-PLA-CONTA     PIC X(8).
               10  WS-PLA-NOME      PIC X(40).
               10  WS-PLA-GRUPO     PIC X(1).
           05  WS-PLA-IDX           PIC 9(1).

       01  WS-BAIXA-CTRL.
      *    Limite de perda de fabrica: 360 dias de atraso, seis
      *    meses depois de o contrato chegar a classe H (180 dias).
           05  WS-PRJ-DIAS-LIMITE   PIC 9(3) VALUE 360.
           05  WS-PRJ-DIAS          PIC 9(5).
           05  WS-PRJ-DIAS-FAIXA    PIC 9(5).
           05  WS-PRJ-PERC-PROV     PIC 9(3)V99.
           05  WS-PRJ-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-PRJ-PROVISAO      PIC S9(13)V99 COMP-3.
           05  WS-PRJ-AGENCIA       PIC 9(4).
           05  WS-PRJ-HIST-CONTRATO PIC 9(10).
           05  WS-PRJ-QTD-BAIXADOS  PIC 9(7).
           05  WS-PRJ-TOT-BAIXADO   PIC S9(15)V99 COMP-3.
           05  WS-PRJ-TOT-PROVISAO  PIC S9(15)V99 COMP-3.
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-BOLETO-CTRL.
           05  WS-BOL-CONTRATO-INF  PIC 9(10).
           05  WS-BOL-VALOR-INF     PIC 9(9)V99.
           05  WS-BOL-CONFIRMA      PIC X(1).
           05  WS-BOL-PARCELAS      PIC 9(5).

       01  WS-RELATORIO-CTRL.
           05  WS-REL-COMPET-ANT    PIC 9(6).
           05  WS-REL-QTD-LINHAS    PIC 9(7).
           05  WS-REL-MES-QTD-BX    PIC 9(7).
           05  WS-REL-MES-BAIXADO   PIC S9(15)V99 COMP-3.
           05  WS-REL-MES-QTD-RC    PIC 9(7).
           05  WS-REL-MES-RECUP     PIC S9(15)V99 COMP-3.
           05  WS-REL-TOT-QTD-BX    PIC 9(7).
           05  WS-REL-TOT-BAIXADO   PIC S9(15)V99 COMP-3.
           05  WS-REL-TOT-QTD-RC    PIC 9(7).
           05  WS-REL-TOT-RECUP     PIC S9(15)V99 COMP-3.
           05  WS-REL-EM-ABERTO     PIC S9(15)V99 COMP-3.
           05  WS-REL-LINHA         PIC X(132).
           05  WS-QTD-EDIT          PIC ZZZZZZ9.
           05  WS-QTD-EDIT2         PIC ZZZZZZ9.
           05  WS-VL-EDIT           PIC Z(14)9,99-.
           05  WS-VL-EDIT2          PIC Z(14)9,99-.

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
           PERFORM 0140-CARREGAR-LIMITE
           PERFORM 0110-ABRIR-CONTROLE
           PERFORM 0120-INCLUIR-CONTAS-COSIF
           IF LS-MODO-BATCH
               PERFORM 2000-BAIXAR-CONTRATOS
               PERFORM 4000-EMITIR-RELATORIO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQPREJUIZO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0110-ABRIR-CONTROLE.
           OPEN I-O ARQPREJUIZO
           IF FS-PREJUIZO = '35'
               OPEN OUTPUT ARQPREJUIZO
               CLOSE ARQPREJUIZO
               OPEN I-O ARQPREJUIZO
           END-IF.

       0120-INCLUIR-CONTAS-COSIF.
      *    Contas da baixa e da recuperacao entram no plano na
      *    primeira execucao.
           OPEN I-O ARQCOSIF
           IF FS-COSIF = '35'
               OPEN OUTPUT ARQCOSIF
               CLOSE ARQCOSIF
               OPEN I-O ARQCOSIF
           END-IF
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1 UNTIL WS-PLA-IDX > 4
               MOVE WS-PLA-CONTA(WS-PLA-IDX) TO COS-CONTA
               READ ARQCOSIF
                   INVALID KEY
                       MOVE WS-PLA-CONTA(WS-PLA-IDX) TO COS-CONTA
                       MOVE WS-PLA-NOME(WS-PLA-IDX) TO COS-NOME
                       MOVE WS-PLA-GRUPO(WS-PLA-IDX) TO COS-GRUPO
                       WRITE REG-COSIF
               END-READ
           END-PERFORM
           CLOSE ARQCOSIF.

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

       0140-CARREGAR-LIMITE.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00'
                   IF CFG-PREJUIZO-DIAS > ZEROS
                       MOVE CFG-PREJUIZO-DIAS TO WS-PRJ-DIAS-LIMITE
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' BAIXA PARA PREJUIZO E RECUPERACAO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Executar baixa para prejuizo'
           DISPLAY ' 02. Registrar recebimento por boleto'
           DISPLAY ' 03. Relatorio de baixas e recuperacoes'
           DISPLAY ' 04. Consultar contratos baixados'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Baixa e recebimento movimentam o razao e passam pela
      *    matriz de permissoes.
           IF WS-OPCAO = '01' OR '02'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-BAIXAR-CONTRATOS
               WHEN '02'
                   PERFORM 3000-RECEBER-BOLETO
               WHEN '03'
                   PERFORM 4000-EMITIR-RELATORIO
               WHEN '04'
                   PERFORM 5000-CONSULTAR-BAIXADOS
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
       2000-BAIXAR-CONTRATOS SECTION.
      *================================================================
       2000-INICIO.
      *    Contrato aberto com atraso no limite de perda: a situacao
      *    P tira o contrato da cobranca regular, da provisao do
      *    fechamento e da carteira de Basileia.
           DISPLAY '--- BAIXA PARA PREJUIZO - LIMITE '
               WS-PRJ-DIAS-LIMITE ' DIAS ---'
           MOVE ZEROS TO WS-PRJ-QTD-BAIXADOS
           MOVE ZEROS TO WS-PRJ-TOT-BAIXADO WS-PRJ-TOT-PROVISAO
           OPEN I-O ARQEMPREST
           IF NOT FS-EMP-OK
               DISPLAY 'SEM CONTRATOS DE EMPRESTIMO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQCONTAS
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LED-PROX-ID
               END-IF
           END-IF
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   COMPUTE WS-PRJ-DIAS = EMP-QTD-ATRASOS * 30
                   IF (EMP-ATIVO OR EMP-EM-ATRASO)
                      AND WS-PRJ-DIAS >= WS-PRJ-DIAS-LIMITE
                      AND EMP-PARCELAS-PAGAS < EMP-PRAZO-MESES
                       PERFORM 2100-BAIXAR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST ARQCONTAS ARQLEDGER
           DISPLAY 'CONTRATOS BAIXADOS:   ' WS-PRJ-QTD-BAIXADOS
           MOVE WS-PRJ-TOT-BAIXADO TO WS-VL-EDIT
           DISPLAY 'VALOR BAIXADO:        R$ ' WS-VL-EDIT
           MOVE WS-PRJ-TOT-PROVISAO TO WS-VL-EDIT
           DISPLAY 'PROVISAO REVERTIDA:   R$ ' WS-VL-EDIT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-BAIXAR-CONTRATO.
           COMPUTE WS-PRJ-SALDO =
               EMP-VALOR-PARCELA *
               (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
           IF WS-PRJ-SALDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PRJ-AGENCIA
           MOVE EMP-CONTA TO PRJ-CONTA-NUM
           READ ARQCONTAS KEY IS PRJ-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE PRJ-CONTA-AGENCIA TO WS-PRJ-AGENCIA
           END-IF
           PERFORM 2200-PROVISAO-DO-CONTRATO
           MOVE EMP-ID TO WS-PRJ-HIST-CONTRATO
           MOVE WS-PRJ-AGENCIA TO WS-LAN-AGENCIA
      *    Provisao do contrato revertida antes da perda.
           MOVE '16900   ' TO WS-LAN-CTA-DEB
           MOVE '71300   ' TO WS-LAN-CTA-CRE
           MOVE WS-PRJ-PROVISAO TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Reversao provisao baixa contrato ' DELIMITED SIZE
                  WS-PRJ-HIST-CONTRATO               DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 2900-POSTAR-LANCAMENTO
      *    Perda: saldo devedor sai do ativo de credito.
           MOVE '81400   ' TO WS-LAN-CTA-DEB
           MOVE '16100   ' TO WS-LAN-CTA-CRE
           MOVE WS-PRJ-SALDO TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Baixa para prejuizo contrato ' DELIMITED SIZE
                  WS-PRJ-HIST-CONTRATO           DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 2900-POSTAR-LANCAMENTO
      *    Controle em compensacao enquanto houver chance de
      *    recuperacao.
           MOVE '30910   ' TO WS-LAN-CTA-DEB
           MOVE '90910   ' TO WS-LAN-CTA-CRE
           MOVE WS-PRJ-SALDO TO WS-LAN-VALOR
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Compensacao baixa contrato ' DELIMITED SIZE
                  WS-PRJ-HIST-CONTRATO         DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 2900-POSTAR-LANCAMENTO
           MOVE 'P' TO EMP-SITUACAO
           REWRITE REG-EMPRESTIMO
           MOVE EMP-ID TO PRJ-CONTRATO
           MOVE EMP-CONTA TO PRJ-CONTA
           MOVE WS-PRJ-AGENCIA TO PRJ-AGENCIA
           MOVE WS-DATA-MOVIMENTO TO PRJ-DT-BAIXA
           MOVE EMP-QTD-ATRASOS TO PRJ-QTD-ATRASOS
           MOVE WS-PRJ-SALDO TO PRJ-VALOR-BAIXADO
           MOVE WS-PRJ-PROVISAO TO PRJ-PROVISAO-REVERTIDA
           MOVE ZEROS TO PRJ-VALOR-RECUPERADO
           MOVE ZEROS TO PRJ-DT-ULT-RECUP
           MOVE 'P' TO PRJ-SITUACAO
           MOVE LS-OPERADOR TO PRJ-OPERADOR
           WRITE REG-PREJUIZO
               INVALID KEY REWRITE REG-PREJUIZO
           END-WRITE
           ADD 1 TO WS-PRJ-QTD-BAIXADOS
           ADD WS-PRJ-SALDO TO WS-PRJ-TOT-BAIXADO
           ADD WS-PRJ-PROVISAO TO WS-PRJ-TOT-PROVISAO
           MOVE WS-PRJ-SALDO TO WS-VL-EDIT
           DISPLAY 'CONTRATO ' EMP-ID ' BAIXADO PARA PREJUIZO: R$ '
               WS-VL-EDIT.

       2200-PROVISAO-DO-CONTRATO.
      *    Mesma faixa do fechamento mensal (BANKFEC): garantia
      *    ativa conta metade dos dias.
           MOVE WS-PRJ-DIAS TO WS-PRJ-DIAS-FAIXA
           MOVE 'E' TO WS-GARSRV-MODO
           MOVE EMP-ID TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           IF WS-GARSRV-CODIGO = 1
               COMPUTE WS-PRJ-DIAS-FAIXA = WS-PRJ-DIAS / 2
           END-IF
           EVALUATE TRUE
               WHEN WS-PRJ-DIAS-FAIXA <= 0
                   MOVE 0,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 15
                   MOVE 0,50 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 30
                   MOVE 1,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 60
                   MOVE 3,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 90
                   MOVE 10,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 120
                   MOVE 30,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 150
                   MOVE 50,00 TO WS-PRJ-PERC-PROV
               WHEN WS-PRJ-DIAS-FAIXA <= 180
                   MOVE 70,00 TO WS-PRJ-PERC-PROV
               WHEN OTHER
                   MOVE 100,00 TO WS-PRJ-PERC-PROV
           END-EVALUATE
           COMPUTE WS-PRJ-PROVISAO ROUNDED =
               WS-PRJ-SALDO * WS-PRJ-PERC-PROV / 100.

       2900-POSTAR-LANCAMENTO.
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

      *================================================================
       3000-RECEBER-BOLETO SECTION.
      *================================================================
       3000-INICIO.
      *    Boleto de acordo liquidado sobre contrato baixado: o
      *    recebimento entra pelo caixa, sem transacao de conta, e
      *    as parcelas inteiras cobertas saem do saldo do contrato.
           DISPLAY '--- RECEBIMENTO POR BOLETO DE CONTRATO BAIXADO ---'
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-BOL-CONTRATO-INF
           MOVE WS-BOL-CONTRATO-INF TO PRJ-CONTRATO
           READ ARQPREJUIZO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-PRJ-OK
               DISPLAY 'CONTRATO NAO CONSTA COMO BAIXADO PARA PREJUIZO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE PRJ-VALOR-BAIXADO TO WS-VL-EDIT
           MOVE PRJ-VALOR-RECUPERADO TO WS-VL-EDIT2
           DISPLAY 'BAIXADO EM ' PRJ-DT-BAIXA ': R$ ' WS-VL-EDIT
           DISPLAY 'JA RECUPERADO:      R$ ' WS-VL-EDIT2
           DISPLAY 'Valor recebido no boleto: '
           ACCEPT WS-BOL-VALOR-INF
           IF WS-BOL-VALOR-INF <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Confirmar recebimento? (S/N): '
           ACCEPT WS-BOL-CONFIRMA
           IF WS-BOL-CONFIRMA NOT = 'S'
               DISPLAY 'RECEBIMENTO CANCELADO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    O servico regrava o controle: libera o registro aqui.
           CLOSE ARQPREJUIZO
           MOVE 'R' TO WS-RCPSRV-MODO
           MOVE WS-BOL-CONTRATO-INF TO WS-RCPSRV-CONTRATO
           MOVE WS-BOL-VALOR-INF TO WS-RCPSRV-VALOR
           MOVE 'B' TO WS-RCPSRV-FORMA
           MOVE WS-DATA-MOVIMENTO TO WS-RCPSRV-DATA
           CALL 'BANKRCP' USING WS-CHAMADA-RECUPERACAO
           PERFORM 0110-ABRIR-CONTROLE
           IF WS-RCPSRV-CODIGO NOT = 0
               DISPLAY 'RECEBIMENTO RECUSADO: ' WS-RCPSRV-MENSAGEM
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3100-ABATER-PARCELAS
           DISPLAY 'RECUPERACAO REGISTRADA NO CONTRATO '
               WS-BOL-CONTRATO-INF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-ABATER-PARCELAS.
           OPEN I-O ARQEMPREST
           MOVE WS-BOL-CONTRATO-INF TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-OK AND EMP-PREJUIZO
              AND EMP-VALOR-PARCELA > ZEROS
               DIVIDE WS-BOL-VALOR-INF BY EMP-VALOR-PARCELA
                   GIVING WS-BOL-PARCELAS
               ADD WS-BOL-PARCELAS TO EMP-PARCELAS-PAGAS
               IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
                   MOVE EMP-PRAZO-MESES TO EMP-PARCELAS-PAGAS
                   MOVE 'Q' TO EMP-SITUACAO
                   DISPLAY 'CONTRATO ' EMP-ID ' QUITADO'
               END-IF
               REWRITE REG-EMPRESTIMO
           END-IF
           CLOSE ARQEMPREST.

      *================================================================
       4000-EMITIR-RELATORIO SECTION.
      *================================================================
       4000-INICIO.
      *    Baixas pela data da baixa e recuperacoes pela data do
      *    recebimento, acumuladas por mes e agencia no arquivo de
      *    trabalho, cuja chave ja entrega a ordem do relatorio.
           OPEN OUTPUT ARQTRABALHO
           CLOSE ARQTRABALHO
           OPEN I-O ARQTRABALHO
           MOVE ZEROS TO WS-REL-EM-ABERTO
           MOVE ZEROS TO PRJ-CONTRATO
           START ARQPREJUIZO KEY >= PRJ-CONTRATO
               INVALID KEY MOVE '10' TO FS-PREJUIZO
           END-START
           PERFORM UNTIL FS-PRJ-EOF
               READ ARQPREJUIZO NEXT
                   AT END MOVE '10' TO FS-PREJUIZO
               END-READ
               IF NOT FS-PRJ-EOF
                   MOVE PRJ-DT-BAIXA(1:6) TO PRW-COMPET
                   MOVE PRJ-AGENCIA TO PRW-AGENCIA
                   PERFORM 4100-LER-ACUMULADO
                   ADD 1 TO PRW-QTD-BAIXAS
                   ADD PRJ-VALOR-BAIXADO TO PRW-VALOR-BAIXADO
                   PERFORM 4200-GRAVAR-ACUMULADO
                   IF PRJ-VALOR-BAIXADO > PRJ-VALOR-RECUPERADO
                       COMPUTE WS-REL-EM-ABERTO = WS-REL-EM-ABERTO +
                           PRJ-VALOR-BAIXADO - PRJ-VALOR-RECUPERADO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PREJUIZO
           OPEN INPUT ARQRECUPERA
           IF FS-PRR-OK
               MOVE ZEROS TO PRR-ID
               START ARQRECUPERA KEY >= PRR-ID
                   INVALID KEY MOVE '10' TO FS-RECUPERA
               END-START
               PERFORM UNTIL FS-PRR-EOF
                   READ ARQRECUPERA NEXT
                       AT END MOVE '10' TO FS-RECUPERA
                   END-READ
                   IF NOT FS-PRR-EOF
                       MOVE PRR-DATA(1:6) TO PRW-COMPET
                       MOVE PRR-AGENCIA TO PRW-AGENCIA
                       PERFORM 4100-LER-ACUMULADO
                       ADD 1 TO PRW-QTD-RECUP
                       ADD PRR-VALOR TO PRW-VALOR-RECUPERADO
                       PERFORM 4200-GRAVAR-ACUMULADO
                   END-IF
               END-PERFORM
               CLOSE ARQRECUPERA
           END-IF
           PERFORM 4300-GRAVAR-RELATORIO
           CLOSE ARQTRABALHO
           DISPLAY 'RELATORIO EM BANKPRJ.TXT (' WS-REL-QTD-LINHAS
               ' LINHA(S) MES/AGENCIA)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-LER-ACUMULADO.
           READ ARQTRABALHO
               INVALID KEY
                   MOVE ZEROS TO PRW-QTD-BAIXAS PRW-VALOR-BAIXADO
                                 PRW-QTD-RECUP PRW-VALOR-RECUPERADO
           END-READ.

       4200-GRAVAR-ACUMULADO.
           IF FS-PRW-OK
               REWRITE REG-TRABALHO
           ELSE
               WRITE REG-TRABALHO
           END-IF.

       4300-GRAVAR-RELATORIO.
           OPEN OUTPUT ARQRELPRJ
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BAIXAS PARA PREJUIZO E RECUPERACOES DE CREDITO - '
                  DELIMITED SIZE
                  'EMITIDO EM ' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'MES    AGENCIA    QTD BAIXAS     VALOR BAIXADO'
                  DELIMITED SIZE
                  '      QTD RECUP    VALOR RECUPERADO'
                  DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           MOVE ZEROS TO WS-REL-QTD-LINHAS WS-REL-COMPET-ANT
           MOVE ZEROS TO WS-REL-TOT-QTD-BX WS-REL-TOT-BAIXADO
                         WS-REL-TOT-QTD-RC WS-REL-TOT-RECUP
           MOVE ZEROS TO WS-REL-MES-QTD-BX WS-REL-MES-BAIXADO
                         WS-REL-MES-QTD-RC WS-REL-MES-RECUP
           MOVE LOW-VALUES TO PRW-CHAVE
           START ARQTRABALHO KEY >= PRW-CHAVE
               INVALID KEY MOVE '10' TO FS-TRABALHO
           END-START
           PERFORM UNTIL FS-PRW-EOF
               READ ARQTRABALHO NEXT
                   AT END MOVE '10' TO FS-TRABALHO
               END-READ
               IF NOT FS-PRW-EOF
                   IF PRW-COMPET NOT = WS-REL-COMPET-ANT
                      AND WS-REL-COMPET-ANT NOT = ZEROS
                       PERFORM 4400-TOTALIZAR-MES
                   END-IF
                   MOVE PRW-COMPET TO WS-REL-COMPET-ANT
                   PERFORM 4350-LINHA-AGENCIA
               END-IF
           END-PERFORM
           IF WS-REL-COMPET-ANT NOT = ZEROS
               PERFORM 4400-TOTALIZAR-MES
           END-IF
           MOVE WS-REL-TOT-QTD-BX TO WS-QTD-EDIT
           MOVE WS-REL-TOT-BAIXADO TO WS-VL-EDIT
           MOVE WS-REL-TOT-QTD-RC TO WS-QTD-EDIT2
           MOVE WS-REL-TOT-RECUP TO WS-VL-EDIT2
           MOVE SPACES TO WS-REL-LINHA
           STRING 'TOTAL GERAL     ' DELIMITED SIZE
                  WS-QTD-EDIT DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-QTD-EDIT2 DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           MOVE WS-REL-EM-ABERTO TO WS-VL-EDIT
           MOVE SPACES TO WS-REL-LINHA
           STRING 'SALDO A RECUPERAR EM COMPENSACAO (30910): '
                  DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           CLOSE ARQRELPRJ.

       4350-LINHA-AGENCIA.
           MOVE PRW-QTD-BAIXAS TO WS-QTD-EDIT
           MOVE PRW-VALOR-BAIXADO TO WS-VL-EDIT
           MOVE PRW-QTD-RECUP TO WS-QTD-EDIT2
           MOVE PRW-VALOR-RECUPERADO TO WS-VL-EDIT2
           MOVE SPACES TO WS-REL-LINHA
           STRING PRW-COMPET DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  PRW-AGENCIA DELIMITED SIZE
                  '     ' DELIMITED SIZE
                  WS-QTD-EDIT DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-QTD-EDIT2 DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           ADD 1 TO WS-REL-QTD-LINHAS
           ADD PRW-QTD-BAIXAS TO WS-REL-MES-QTD-BX
           ADD PRW-VALOR-BAIXADO TO WS-REL-MES-BAIXADO
           ADD PRW-QTD-RECUP TO WS-REL-MES-QTD-RC
           ADD PRW-VALOR-RECUPERADO TO WS-REL-MES-RECUP.

       4400-TOTALIZAR-MES.
           MOVE WS-REL-MES-QTD-BX TO WS-QTD-EDIT
           MOVE WS-REL-MES-BAIXADO TO WS-VL-EDIT
           MOVE WS-REL-MES-QTD-RC TO WS-QTD-EDIT2
           MOVE WS-REL-MES-RECUP TO WS-VL-EDIT2
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-REL-COMPET-ANT DELIMITED SIZE
                  ' TOTAL    ' DELIMITED SIZE
                  WS-QTD-EDIT DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-QTD-EDIT2 DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-RELPRJ FROM WS-REL-LINHA
           ADD WS-REL-MES-QTD-BX TO WS-REL-TOT-QTD-BX
           ADD WS-REL-MES-BAIXADO TO WS-REL-TOT-BAIXADO
           ADD WS-REL-MES-QTD-RC TO WS-REL-TOT-QTD-RC
           ADD WS-REL-MES-RECUP TO WS-REL-TOT-RECUP
           MOVE ZEROS TO WS-REL-MES-QTD-BX WS-REL-MES-BAIXADO
                         WS-REL-MES-QTD-RC WS-REL-MES-RECUP.

      *================================================================
       5000-CONSULTAR-BAIXADOS SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'CONTRATO   AGENCIA DT-BAIXA SIT'
               '    VALOR BAIXADO      RECUPERADO'
           MOVE ZEROS TO PRJ-CONTRATO
           START ARQPREJUIZO KEY >= PRJ-CONTRATO
               INVALID KEY MOVE '10' TO FS-PREJUIZO
           END-START
           PERFORM UNTIL FS-PRJ-EOF
               READ ARQPREJUIZO NEXT
                   AT END MOVE '10' TO FS-PREJUIZO
               END-READ
               IF NOT FS-PRJ-EOF
                   MOVE PRJ-VALOR-BAIXADO TO WS-VL-EDIT
                   MOVE PRJ-VALOR-RECUPERADO TO WS-VL-EDIT2
                   DISPLAY PRJ-CONTRATO ' ' PRJ-AGENCIA '    '
                       PRJ-DT-BAIXA ' ' PRJ-SITUACAO ' '
                       WS-VL-EDIT WS-VL-EDIT2
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PREJUIZO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
