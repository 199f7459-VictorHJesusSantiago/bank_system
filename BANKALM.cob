      *================================================================
      * BANKALM.COB - Gap de Repactuacao de Taxas (ALM)
      * Sistema Bancario COBOL
      * Complemento de risco de taxa de juros da escada de liquidez
      * (BANKLIQ): distribui todo ativo e passivo sensivel a juros
      * em faixas de repactuacao contadas a partir da data de
      * movimento. Ativos: emprestimos prefixados Price de
      * BANKEMPR.DAT (saldo devedor amortizado parcela a parcela,
      * cada amortizacao na faixa do seu vencimento) e saldo de
      * cartao em rotativo (faturas de BANKFATU.DAT vencidas e nao
      * quitadas, taxa revista todo mes). Passivos: captacao de
      * BANKINV.DAT separada por indexador - CDI repactua no dia
      * seguinte; prefixado e IPCA repactuam no vencimento - e a
      * poupanca (contas CP de BANKACCT.DAT, remuneracao revista no
      * aniversario mensal). O indexador vem do tipo do produto
      * (CDB, LCI, LCA e fundos no CDI; Tesouro prefixado), com o
      * nome do produto prevalecendo quando traz IPCA ou PRE. O
      * relatorio BANKALM.TXT mostra cada linha por faixa, o gap
      * (ativo - passivo) por faixa, o gap acumulado e o efeito na
      * margem financeira dos proximos 12 meses de um choque
      * paralelo de taxa informado pela tesouraria em pontos-base,
      * ponderado pelo prazo restante do ano a partir do meio de
      * cada faixa.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKALM.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQFATURA ASSIGN TO 'BANKFATU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CHAVE
               FILE STATUS IS FS-FATURA.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-INV-ID
               FILE STATUS IS FS-INVEST.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQGAP ASSIGN TO 'BANKALM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GAP.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQFATURA.
       01  REG-FATURA.
           05  FAT-CHAVE.
               10  FAT-CARTAO        PIC 9(10).
               10  FAT-COMPET        PIC 9(6).
           05  FAT-VALOR-TOTAL       PIC S9(11)V99 COMP-3.
           05  FAT-VALOR-MINIMO      PIC S9(11)V99 COMP-3.
           05  FAT-VALOR-PAGO        PIC S9(11)V99 COMP-3.
           05  FAT-JUROS-ROTATIVO    PIC S9(11)V99 COMP-3.
           05  FAT-DT-FECHAMENTO     PIC 9(8).
           05  FAT-DT-VENCTO         PIC 9(8).
           05  FAT-SITUACAO          PIC X(1).
               88  FAT-FECHADA       VALUE 'F'.

       FD  ARQINVEST.
       01  REG-INVEST.
           05  ALM-INV-ID            PIC 9(10).
           05  ALM-INV-CONTA         PIC 9(10).
           05  ALM-INV-PRODUTO       PIC X(30).
           05  ALM-INV-TIPO          PIC X(3).
           05  ALM-INV-VALOR-APORT   PIC S9(13)V99 COMP-3.
           05  ALM-INV-VALOR-ATUAL   PIC S9(13)V99 COMP-3.
           05  ALM-INV-TAXA          PIC S9(5)V9(6) COMP-3.
           05  ALM-INV-DT-INICIO     PIC 9(8).
           05  ALM-INV-DT-VENCTO     PIC 9(8).
           05  ALM-INV-RENTABILIDADE PIC S9(5)V99 COMP-3.
           05  ALM-INV-STATUS        PIC X(1).
               88  ALM-INV-ATIVO     VALUE 'A'.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  ALM-CONTA-NUM         PIC 9(10).
           05  ALM-CONTA-AGENCIA     PIC 9(4).
           05  ALM-CONTA-DIGITO      PIC 9(1).
           05  ALM-CONTA-TIPO        PIC X(2).
           05  ALM-CONTA-STATUS      PIC X(1).
           05  ALM-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  ALM-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  ALM-CONTA-TITULAR     PIC X(60).
           05  ALM-CONTA-CPF         PIC X(11).
           05  ALM-CONTA-EMAIL       PIC X(80).
           05  ALM-CONTA-TELEFONE    PIC X(15).
           05  ALM-CONTA-DT-ABERTURA PIC 9(8).
           05  ALM-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  ALM-CONTA-SENHA-HASH  PIC X(64).
           05  ALM-CONTA-COTIT-NOME  PIC X(60).
           05  ALM-CONTA-COTIT-CPF   PIC X(11).
           05  ALM-CONTA-CLI-ID      PIC 9(10).
           05  ALM-CONTA-MOEDA       PIC X(3).

       FD  ARQGAP.
       01  REG-GAP                   PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ALM-CTRL.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
               88  FS-EMP-NFD       VALUE '35'.
           05  FS-FATURA            PIC XX.
               88  FS-FAT-OK        VALUE '00'.
               88  FS-FAT-EOF       VALUE '10'.
               88  FS-FAT-NFD       VALUE '35'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
               88  FS-INV-EOF       VALUE '10'.
               88  FS-INV-NFD       VALUE '35'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
               88  FS-CONTA-NFD     VALUE '35'.
           05  FS-GAP               PIC XX.
           05  FS-DATAMOV           PIC XX.

       01  WS-FAIXAS-CTRL.
      *    Faixas de repactuacao: limite superior em dias corridos e
      *    ponto medio em meses (para o efeito na margem em 12
      *    meses; faixas alem de um ano ficam fora do horizonte).
           05  WS-FXA-TABELA.
               10  FILLER PIC X(20) VALUE 'ATE 1 MES   00030005'.
               10  FILLER PIC X(20) VALUE '1 A 3 MESES 00090020'.
               10  FILLER PIC X(20) VALUE '3 A 6 MESES 00180045'.
               10  FILLER PIC X(20) VALUE '6 A 12 MESES00365090'.
               10  FILLER PIC X(20) VALUE '1 A 2 ANOS  00730999'.
               10  FILLER PIC X(20) VALUE '2 A 5 ANOS  01825999'.
               10  FILLER PIC X(20) VALUE 'ACIMA 5 ANOS99999999'.
           05  WS-FXA-ENTRADA REDEFINES WS-FXA-TABELA
                   OCCURS 7 TIMES.
               10  WS-FXA-NOME      PIC X(12).
               10  WS-FXA-LIMITE    PIC 9(5).
               10  WS-FXA-MEIO      PIC 9(2)V9.
           05  WS-FXA-I             PIC 9(1).
           05  WS-FXA-ACHADA        PIC 9(1).

       01  WS-POSICAO-CTRL.
      *    Linhas do mapa: 1-2 ativos, 3-6 passivos.
           05  WS-POS-NOMES.
               10  FILLER PIC X(18) VALUE 'EMPRESTIMOS PRE   '.
               10  FILLER PIC X(18) VALUE 'CARTAO ROTATIVO   '.
               10  FILLER PIC X(18) VALUE 'CAPTACAO PRE      '.
               10  FILLER PIC X(18) VALUE 'CAPTACAO CDI      '.
               10  FILLER PIC X(18) VALUE 'CAPTACAO IPCA     '.
               10  FILLER PIC X(18) VALUE 'POUPANCA          '.
           05  WS-POS-NOME REDEFINES WS-POS-NOMES
                   OCCURS 6 TIMES PIC X(18).
           05  WS-POS-LINHA OCCURS 6 TIMES.
               10  WS-POS-VALOR OCCURS 7 TIMES
                                    PIC S9(13)V99 COMP-3.
               10  WS-POS-TOTAL     PIC S9(13)V99 COMP-3.
           05  WS-POS-L             PIC 9(1).
           05  WS-POS-ATIVO OCCURS 7 TIMES
                                    PIC S9(13)V99 COMP-3.
           05  WS-POS-PASSIVO OCCURS 7 TIMES
                                    PIC S9(13)V99 COMP-3.
           05  WS-POS-GAP OCCURS 7 TIMES
                                    PIC S9(13)V99 COMP-3.
           05  WS-POS-GAP-ACUM OCCURS 7 TIMES
                                    PIC S9(13)V99 COMP-3.

       01  WS-CALCULO-CTRL.
           05  WS-ALM-DIAS          PIC S9(7) COMP-3.
           05  WS-ALM-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-ALM-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-ALM-JUROS         PIC S9(13)V99 COMP-3.
           05  WS-ALM-AMORT         PIC S9(13)V99 COMP-3.
           05  WS-ALM-TAXA-DEC      PIC 9(1)V9(8) COMP-3.
           05  WS-ALM-DESCONTO      PIC 9(1)V9(12) COMP-3.
           05  WS-ALM-RESTANTES     PIC 9(3).
           05  WS-ALM-K             PIC 9(3).
           05  WS-ALM-INDEXADOR     PIC X(1).
           05  WS-ALM-QTD-IPCA      PIC 9(2).
           05  WS-ALM-QTD-PRE       PIC 9(2).
           05  WS-ALM-CHOQUE-BP     PIC 9(4).
           05  WS-ALM-SENTIDO       PIC X(1).
           05  WS-ALM-CHOQUE        PIC S9(1)V9(6) COMP-3.
           05  WS-ALM-DELTA-NII     PIC S9(13)V99 COMP-3.
           05  WS-ALM-DELTA-TOTAL   PIC S9(13)V99 COMP-3.
           05  WS-ALM-QTD-EMP       PIC 9(6).
           05  WS-ALM-QTD-FAT       PIC 9(6).
           05  WS-ALM-QTD-INV       PIC 9(6).
           05  WS-ALM-QTD-POUP      PIC 9(6).
           05  WS-ALM-LINHA         PIC X(132).
           05  WS-ALM-PTR           PIC 9(3).
           05  WS-VL-FAIXA          PIC Z(10)9-.
           05  WS-VL-EDIT           PIC Z(11)9,99-.
           05  WS-DATA-MOVIMENTO    PIC 9(8).

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
           DISPLAY '--- GAP DE REPACTUACAO DE TAXAS (ALM) ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           DISPLAY 'Choque paralelo de taxa (pontos-base): '
           ACCEPT WS-ALM-CHOQUE-BP
           IF WS-ALM-CHOQUE-BP = ZEROS
               MOVE 100 TO WS-ALM-CHOQUE-BP
           END-IF
           DISPLAY 'Sentido (A-alta / B-baixa): '
           ACCEPT WS-ALM-SENTIDO
           IF WS-ALM-SENTIDO = 'B' OR WS-ALM-SENTIDO = 'b'
               MOVE 'B' TO WS-ALM-SENTIDO
               COMPUTE WS-ALM-CHOQUE = ZEROS - WS-ALM-CHOQUE-BP / 10000
           ELSE
               MOVE 'A' TO WS-ALM-SENTIDO
               COMPUTE WS-ALM-CHOQUE = WS-ALM-CHOQUE-BP / 10000
           END-IF
           INITIALIZE WS-POSICAO-CTRL
               REPLACING NUMERIC DATA BY ZEROS
           MOVE ZEROS TO WS-ALM-QTD-EMP WS-ALM-QTD-FAT
                         WS-ALM-QTD-INV WS-ALM-QTD-POUP
           PERFORM 2000-MAPEAR-EMPRESTIMOS
           PERFORM 2100-MAPEAR-ROTATIVO
           PERFORM 2200-MAPEAR-CAPTACAO
           PERFORM 2300-MAPEAR-POUPANCA
           PERFORM 3000-APURAR-GAP
           PERFORM 4000-EMITIR-RELATORIO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0130-CARREGAR-DATA-MOVIMENTO.
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

       1000-ALOCAR-NA-FAIXA.
      *    Soma WS-ALM-VALOR na linha WS-POS-L, na faixa do prazo
      *    WS-ALM-DIAS (vencido ou sem prazo cai na primeira).
           MOVE 7 TO WS-FXA-ACHADA
           PERFORM VARYING WS-FXA-I FROM 7 BY -1 UNTIL WS-FXA-I < 1
               IF WS-ALM-DIAS <= WS-FXA-LIMITE(WS-FXA-I)
                   MOVE WS-FXA-I TO WS-FXA-ACHADA
               END-IF
           END-PERFORM
           ADD WS-ALM-VALOR TO WS-POS-VALOR(WS-POS-L WS-FXA-ACHADA)
           ADD WS-ALM-VALOR TO WS-POS-TOTAL(WS-POS-L).

      *================================================================
       2000-MAPEAR-EMPRESTIMOS SECTION.
      *================================================================
       2000-INICIO.
      *    Contrato Price prefixado: o saldo so repactua quando volta
      *    ao banco. O saldo devedor apos as parcelas pagas e
      *    amortizado parcela a parcela (juros do saldo, restante da
      *    prestacao amortiza); a parcela k a vencer cai a k x 30
      *    dias. A ultima parcela leva o residuo de arredondamento.
           MOVE 1 TO WS-POS-L
           OPEN INPUT ARQEMPREST
           IF FS-EMP-NFD
               EXIT SECTION
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
                   IF (EMP-ATIVO OR EMP-EM-ATRASO)
                      AND EMP-PARCELAS-PAGAS < EMP-PRAZO-MESES
                       ADD 1 TO WS-ALM-QTD-EMP
                       PERFORM 2010-AMORTIZAR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST
           EXIT SECTION.

       2010-AMORTIZAR-CONTRATO.
           COMPUTE WS-ALM-TAXA-DEC = EMP-TAXA-MES / 100
           COMPUTE WS-ALM-RESTANTES =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
      *    Saldo devedor = valor presente das parcelas restantes.
           IF WS-ALM-TAXA-DEC = ZEROS
               COMPUTE WS-ALM-SALDO =
                   EMP-VALOR-PARCELA * WS-ALM-RESTANTES
           ELSE
               COMPUTE WS-ALM-DESCONTO =
                   (1 + WS-ALM-TAXA-DEC) ** (0 - WS-ALM-RESTANTES)
               COMPUTE WS-ALM-SALDO ROUNDED =
                   EMP-VALOR-PARCELA * (1 - WS-ALM-DESCONTO)
                   / WS-ALM-TAXA-DEC
           END-IF
           PERFORM VARYING WS-ALM-K FROM 1 BY 1
                   UNTIL WS-ALM-K > WS-ALM-RESTANTES
                      OR WS-ALM-SALDO <= ZEROS
               IF WS-ALM-K = WS-ALM-RESTANTES
                   MOVE WS-ALM-SALDO TO WS-ALM-AMORT
               ELSE
                   COMPUTE WS-ALM-JUROS ROUNDED =
                       WS-ALM-SALDO * WS-ALM-TAXA-DEC
                   COMPUTE WS-ALM-AMORT =
                       EMP-VALOR-PARCELA - WS-ALM-JUROS
                   IF WS-ALM-AMORT > WS-ALM-SALDO
                       MOVE WS-ALM-SALDO TO WS-ALM-AMORT
                   END-IF
               END-IF
               SUBTRACT WS-ALM-AMORT FROM WS-ALM-SALDO
               COMPUTE WS-ALM-DIAS = WS-ALM-K * 30
               MOVE WS-ALM-AMORT TO WS-ALM-VALOR
               PERFORM 1000-ALOCAR-NA-FAIXA
           END-PERFORM.

      *================================================================
       2100-MAPEAR-ROTATIVO SECTION.
      *================================================================
       2100-INICIO.
      *    Fatura fechada, vencida e nao quitada vira rotativo no
      *    proximo ciclo: taxa revista todo mes, primeira faixa.
           MOVE 2 TO WS-POS-L
           MOVE ZEROS TO WS-ALM-DIAS
           OPEN INPUT ARQFATURA
           IF FS-FAT-NFD
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO FAT-CHAVE
           START ARQFATURA KEY >= FAT-CHAVE
               INVALID KEY MOVE '10' TO FS-FATURA
           END-START
           PERFORM UNTIL FS-FAT-EOF
               READ ARQFATURA NEXT
                   AT END MOVE '10' TO FS-FATURA
               END-READ
               IF NOT FS-FAT-EOF
                   IF FAT-FECHADA
                      AND FAT-DT-VENCTO < WS-DATA-MOVIMENTO
                      AND FAT-VALOR-PAGO < FAT-VALOR-TOTAL
                       ADD 1 TO WS-ALM-QTD-FAT
                       COMPUTE WS-ALM-VALOR =
                           FAT-VALOR-TOTAL - FAT-VALOR-PAGO
                       PERFORM 1000-ALOCAR-NA-FAIXA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQFATURA
           EXIT SECTION.

      *================================================================
       2200-MAPEAR-CAPTACAO SECTION.
      *================================================================
       2200-INICIO.
           OPEN INPUT ARQINVEST
           IF FS-INV-NFD
               EXIT SECTION
           END-IF
           MOVE ZEROS TO ALM-INV-ID
           START ARQINVEST KEY >= ALM-INV-ID
               INVALID KEY MOVE '10' TO FS-INVEST
           END-START
           PERFORM UNTIL FS-INV-EOF
               READ ARQINVEST NEXT
                   AT END MOVE '10' TO FS-INVEST
               END-READ
               IF NOT FS-INV-EOF
                   IF ALM-INV-ATIVO
                       ADD 1 TO WS-ALM-QTD-INV
                       PERFORM 2210-CLASSIFICAR-INDEXADOR
                       PERFORM 2220-ALOCAR-APLICACAO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQINVEST
           EXIT SECTION.

       2210-CLASSIFICAR-INDEXADOR.
      *    P prefixado, C CDI, I IPCA.
           EVALUATE ALM-INV-TIPO
               WHEN 'TES'
                   MOVE 'P' TO WS-ALM-INDEXADOR
               WHEN OTHER
                   MOVE 'C' TO WS-ALM-INDEXADOR
           END-EVALUATE
           MOVE ZEROS TO WS-ALM-QTD-IPCA WS-ALM-QTD-PRE
           INSPECT ALM-INV-PRODUTO TALLYING
               WS-ALM-QTD-IPCA FOR ALL 'IPCA'
               WS-ALM-QTD-PRE FOR ALL 'PRE'
           IF WS-ALM-QTD-IPCA > ZEROS
               MOVE 'I' TO WS-ALM-INDEXADOR
           ELSE
               IF WS-ALM-QTD-PRE > ZEROS
                   MOVE 'P' TO WS-ALM-INDEXADOR
               END-IF
           END-IF.

       2220-ALOCAR-APLICACAO.
           MOVE ALM-INV-VALOR-ATUAL TO WS-ALM-VALOR
           EVALUATE WS-ALM-INDEXADOR
               WHEN 'C'
                   MOVE 4 TO WS-POS-L
                   MOVE 1 TO WS-ALM-DIAS
               WHEN 'I'
                   MOVE 5 TO WS-POS-L
                   PERFORM 2230-DIAS-ATE-VENCIMENTO
               WHEN OTHER
                   MOVE 3 TO WS-POS-L
                   PERFORM 2230-DIAS-ATE-VENCIMENTO
           END-EVALUATE
           PERFORM 1000-ALOCAR-NA-FAIXA.

       2230-DIAS-ATE-VENCIMENTO.
           IF ALM-INV-DT-VENCTO = ZEROS
              OR ALM-INV-DT-VENCTO <= WS-DATA-MOVIMENTO
               MOVE ZEROS TO WS-ALM-DIAS
           ELSE
               COMPUTE WS-ALM-DIAS =
                   FUNCTION INTEGER-OF-DATE(ALM-INV-DT-VENCTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           END-IF.

      *================================================================
       2300-MAPEAR-POUPANCA SECTION.
      *================================================================
       2300-INICIO.
      *    Poupanca: remuneracao revista a cada aniversario mensal.
           MOVE 6 TO WS-POS-L
           MOVE 30 TO WS-ALM-DIAS
           OPEN INPUT ARQCONTAS
           IF FS-CONTA-NFD
               EXIT SECTION
           END-IF
           MOVE ZEROS TO ALM-CONTA-NUM
           START ARQCONTAS KEY >= ALM-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF ALM-CONTA-TIPO = 'CP'
                      AND ALM-CONTA-SALDO > ZEROS
                       ADD 1 TO WS-ALM-QTD-POUP
                       MOVE ALM-CONTA-SALDO TO WS-ALM-VALOR
                       PERFORM 1000-ALOCAR-NA-FAIXA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONTAS
           EXIT SECTION.

      *================================================================
       3000-APURAR-GAP SECTION.
      *================================================================
       3000-INICIO.
      *    Gap = ativos - passivos da faixa; efeito na margem em 12
      *    meses = gap x choque x (12 - meio da faixa) / 12, so
      *    para as faixas dentro do ano.
           MOVE ZEROS TO WS-ALM-DELTA-TOTAL
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               COMPUTE WS-POS-ATIVO(WS-FXA-I) =
                   WS-POS-VALOR(1 WS-FXA-I) + WS-POS-VALOR(2 WS-FXA-I)
               COMPUTE WS-POS-PASSIVO(WS-FXA-I) =
                   WS-POS-VALOR(3 WS-FXA-I) + WS-POS-VALOR(4 WS-FXA-I)
                   + WS-POS-VALOR(5 WS-FXA-I)
                   + WS-POS-VALOR(6 WS-FXA-I)
               COMPUTE WS-POS-GAP(WS-FXA-I) =
                   WS-POS-ATIVO(WS-FXA-I) - WS-POS-PASSIVO(WS-FXA-I)
               IF WS-FXA-I = 1
                   MOVE WS-POS-GAP(1) TO WS-POS-GAP-ACUM(1)
               ELSE
                   COMPUTE WS-POS-GAP-ACUM(WS-FXA-I) =
                       WS-POS-GAP-ACUM(WS-FXA-I - 1)
                       + WS-POS-GAP(WS-FXA-I)
               END-IF
               IF WS-FXA-MEIO(WS-FXA-I) < 12
                   COMPUTE WS-ALM-DELTA-NII ROUNDED =
                       WS-POS-GAP(WS-FXA-I) * WS-ALM-CHOQUE
                       * (12 - WS-FXA-MEIO(WS-FXA-I)) / 12
                   ADD WS-ALM-DELTA-NII TO WS-ALM-DELTA-TOTAL
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       4000-EMITIR-RELATORIO SECTION.
      *================================================================
       4000-INICIO.
           OPEN OUTPUT ARQGAP
           MOVE SPACES TO WS-ALM-LINHA
           STRING 'GAP DE REPACTUACAO DE TAXAS - DATA-BASE '
                  DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
                  ' (VALORES EM R$)' DELIMITED SIZE
               INTO WS-ALM-LINHA
           END-STRING
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE SPACES TO WS-ALM-LINHA
           MOVE 'FAIXA' TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-FXA-NOME(WS-FXA-I)
                   TO WS-ALM-LINHA(WS-ALM-PTR + 1:12)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           MOVE '       TOTAL' TO WS-ALM-LINHA(WS-ALM-PTR:12)
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE 'ATIVOS SENSIVEIS' TO WS-ALM-LINHA
           WRITE REG-GAP FROM WS-ALM-LINHA
           PERFORM VARYING WS-POS-L FROM 1 BY 1 UNTIL WS-POS-L > 2
               PERFORM 4100-LINHA-DA-POSICAO
           END-PERFORM
           MOVE 'PASSIVOS SENSIVEIS' TO WS-ALM-LINHA
           WRITE REG-GAP FROM WS-ALM-LINHA
           PERFORM VARYING WS-POS-L FROM 3 BY 1 UNTIL WS-POS-L > 6
               PERFORM 4100-LINHA-DA-POSICAO
           END-PERFORM
           MOVE ALL '-' TO WS-ALM-LINHA
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE SPACES TO WS-ALM-LINHA
           MOVE 'TOTAL ATIVO' TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-POS-ATIVO(WS-FXA-I) TO WS-VL-FAIXA
               MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE SPACES TO WS-ALM-LINHA
           MOVE 'TOTAL PASSIVO' TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-POS-PASSIVO(WS-FXA-I) TO WS-VL-FAIXA
               MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE SPACES TO WS-ALM-LINHA
           MOVE 'GAP DA FAIXA' TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-POS-GAP(WS-FXA-I) TO WS-VL-FAIXA
               MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           WRITE REG-GAP FROM WS-ALM-LINHA
           MOVE SPACES TO WS-ALM-LINHA
           MOVE 'GAP ACUMULADO' TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-POS-GAP-ACUM(WS-FXA-I) TO WS-VL-FAIXA
               MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           WRITE REG-GAP FROM WS-ALM-LINHA
           PERFORM 4200-EFEITO-NA-MARGEM
           CLOSE ARQGAP
           DISPLAY 'EMPRESTIMOS: ' WS-ALM-QTD-EMP
               ' FATURAS EM ROTATIVO: ' WS-ALM-QTD-FAT
           DISPLAY 'APLICACOES: ' WS-ALM-QTD-INV
               ' POUPANCAS: ' WS-ALM-QTD-POUP
           MOVE WS-ALM-DELTA-TOTAL TO WS-VL-EDIT
           DISPLAY 'EFEITO NA MARGEM EM 12 MESES: R$ ' WS-VL-EDIT
           DISPLAY 'RELATORIO EM BANKALM.TXT'
           EXIT SECTION.

       4100-LINHA-DA-POSICAO.
           MOVE SPACES TO WS-ALM-LINHA
           MOVE WS-POS-NOME(WS-POS-L) TO WS-ALM-LINHA(1:18)
           MOVE 19 TO WS-ALM-PTR
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 7
               MOVE WS-POS-VALOR(WS-POS-L WS-FXA-I) TO WS-VL-FAIXA
               MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
               ADD 13 TO WS-ALM-PTR
           END-PERFORM
           MOVE WS-POS-TOTAL(WS-POS-L) TO WS-VL-FAIXA
           MOVE WS-VL-FAIXA TO WS-ALM-LINHA(WS-ALM-PTR:13)
           WRITE REG-GAP FROM WS-ALM-LINHA.

       4200-EFEITO-NA-MARGEM.
           MOVE SPACES TO WS-ALM-LINHA
           WRITE REG-GAP FROM WS-ALM-LINHA
           STRING 'CHOQUE PARALELO DE ' DELIMITED SIZE
                  WS-ALM-CHOQUE-BP DELIMITED SIZE
                  ' PB - ' DELIMITED SIZE
                  WS-ALM-SENTIDO DELIMITED SIZE
                  ' (A=ALTA, B=BAIXA) - EFEITO NA MARGEM FINANCEIRA'
                      DELIMITED SIZE
                  ' EM 12 MESES' DELIMITED SIZE
               INTO WS-ALM-LINHA
           END-STRING
           WRITE REG-GAP FROM WS-ALM-LINHA
           PERFORM VARYING WS-FXA-I FROM 1 BY 1 UNTIL WS-FXA-I > 4
               COMPUTE WS-ALM-DELTA-NII ROUNDED =
                   WS-POS-GAP(WS-FXA-I) * WS-ALM-CHOQUE
                   * (12 - WS-FXA-MEIO(WS-FXA-I)) / 12
               MOVE WS-ALM-DELTA-NII TO WS-VL-EDIT
               MOVE SPACES TO WS-ALM-LINHA
               STRING '  ' DELIMITED SIZE
                      WS-FXA-NOME(WS-FXA-I) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                   INTO WS-ALM-LINHA
               END-STRING
               WRITE REG-GAP FROM WS-ALM-LINHA
           END-PERFORM
           MOVE WS-ALM-DELTA-TOTAL TO WS-VL-EDIT
           MOVE SPACES TO WS-ALM-LINHA
           STRING '  TOTAL        ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-ALM-LINHA
           END-STRING
           WRITE REG-GAP FROM WS-ALM-LINHA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
