      *================================================================
      * BANKBAS.COB - Basileia: Ativos Ponderados pelo Risco (RWA)
      * Sistema Bancario COBOL
      * Apuracao mensal da suficiencia de capital na data-base
      * (ultimo dia da competencia). Cada exposicao e classificada
      * numa carteira da tabela de ponderacao BANKBASP.DAT, que traz
      * o fator de conversao em credito (FCC) e o fator de
      * ponderacao de risco (FPR) em percentual: EAD = exposicao x
      * FCC e RWA = EAD x FPR. Exposicoes: contratos de BANKEMPR.DAT
      * pelo saldo devedor liquido da provisao da classe de risco
      * (BANKPROV.DAT, ou faixa 2682 dos dias de atraso), cheque
      * especial utilizado e limite nao utilizado das contas,
      * cartoes de BANKCCRD.DAT (utilizado e limite disponivel) e a
      * posicao liquida das contas em USD/EUR convertida pela carga
      * de cambio BANKCAMB.DAT. A parcela do contrato coberta por
      * garantia ativa de BANKGARA.DAT (aplicacao, imovel, veiculo,
      * nesta ordem) vai para a carteira da garantia, de ponderacao
      * menor. O Patrimonio de Referencia (PR) e o saldo credor das
      * contas de patrimonio liquido (grupo 6 do COSIF) no razao
      * BANKLEDG.DAT; o indice PR / RWA e comparado ao minimo de
      * BANKCFG.DAT (zerado usa o de fabrica). Relatorio em
      * BANKBASL.TXT e historico por competencia em BANKBASH.DAT.
      * A tabela de ponderacao e criada com os fatores de fabrica na
      * primeira execucao e mantida pelo menu. No lote roda no dia
      * 01 do movimento para a competencia anterior.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKBAS.

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
               RECORD KEY IS BAS-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQPROVISAO ASSIGN TO 'BANKPROV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS FS-PROVISAO.

           SELECT ARQGARANTIA ASSIGN TO 'BANKGARA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS FS-GARANTIA.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCAMBIO ASSIGN TO 'BANKCAMB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAMBIO.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQPONDERA ASSIGN TO 'BANKBASP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PON-CARTEIRA
               FILE STATUS IS FS-PONDERA.

           SELECT ARQHISTBAS ASSIGN TO 'BANKBASH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSH-COMPET
               FILE STATUS IS FS-HISTBAS.

           SELECT ARQRELBAS ASSIGN TO 'BANKBASL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELBAS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  BAS-CONTA-NUM         PIC 9(10).
           05  BAS-CONTA-AGENCIA     PIC 9(4).
           05  BAS-CONTA-DIGITO      PIC 9(1).
           05  BAS-CONTA-TIPO        PIC X(2).
           05  BAS-CONTA-STATUS      PIC X(1).
           05  BAS-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  BAS-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  BAS-CONTA-TITULAR     PIC X(60).
           05  BAS-CONTA-CPF         PIC X(11).
           05  BAS-CONTA-EMAIL      PIC X(80).
           05  BAS-CONTA-TELEFONE    PIC X(15).
           05  BAS-CONTA-DT-ABERTURA PIC 9(8).
           05  BAS-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  BAS-CONTA-SENHA-HASH  PIC X(64).
           05  BAS-CONTA-COTIT-NOME  PIC X(60).
           05  BAS-CONTA-COTIT-CPF   PIC X(11).
           05  BAS-CONTA-CLI-ID   PIC 9(10).
           05  BAS-CONTA-MOEDA      PIC X(3).

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
      *    Financiamento imobiliario (BANKIMO) antes do registro da
      *    alienacao fiduciaria: sem liberacao, sem exposicao.
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQCARTCR.
       01  REG-CARTAO-CRED.
           05  CCR-ID                PIC 9(10).
           05  CCR-CONTA             PIC 9(10).
           05  CCR-CLI-ID            PIC 9(10).
           05  CCR-PAN-MASCARADO     PIC X(19).
           05  CCR-LIMITE            PIC S9(11)V99 COMP-3.
           05  CCR-UTILIZADO         PIC S9(11)V99 COMP-3.
           05  CCR-DIA-CICLO         PIC 9(2).
           05  CCR-COMPET-FECHADA    PIC 9(6).
           05  CCR-STATUS            PIC X(1).
               88  CCR-ATIVO         VALUE 'A'.
               88  CCR-BLOQUEADO     VALUE 'B'.
               88  CCR-CANCELADO     VALUE 'C'.
           05  CCR-DT-EMISSAO        PIC 9(8).

       FD  ARQPROVISAO.
       01  REG-PROVISAO.
           05  PRV-CHAVE.
               10  PRV-ORIGEM        PIC X(1).
               10  PRV-REFERENCIA    PIC 9(10).
           05  PRV-CLASSE            PIC X(2).
           05  PRV-DT-CALCULO        PIC 9(8).

       FD  ARQGARANTIA.
       01  REG-GARANTIA.
           05  GAR-ID                PIC 9(10).
           05  GAR-CONTRATO          PIC 9(10).
           05  GAR-TIPO              PIC X(1).
               88  GAR-INVESTIMENTO  VALUE 'I'.
               88  GAR-VEICULO       VALUE 'V'.
               88  GAR-IMOVEL        VALUE 'M'.
           05  GAR-INV-ID            PIC 9(10).
           05  GAR-DESCRICAO         PIC X(60).
           05  GAR-VALOR-AVALIADO    PIC S9(11)V99 COMP-3.
           05  GAR-SITUACAO          PIC X(1).
               88  GAR-ATIVA         VALUE 'A'.
               88  GAR-LIBERADA      VALUE 'L'.
           05  GAR-DT-CONSTITUICAO   PIC 9(8).
           05  GAR-DT-LIBERACAO      PIC 9(8).

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

       FD  ARQCAMBIO.
           COPY BANKCAMB.

       FD  ARQCONFIG.
           COPY BANKCFG.

      *    Tabela de ponderacao: uma carteira por registro.
       FD  ARQPONDERA.
       01  REG-PONDERACAO.
           05  PON-CARTEIRA          PIC X(4).
           05  PON-DESCRICAO         PIC X(32).
           05  PON-FCC               PIC 9(3)V99.
           05  PON-FPR               PIC 9(3)V99.
           05  PON-DT-ATUALIZACAO    PIC 9(8).

      *    Um registro por competencia apurada.
       FD  ARQHISTBAS.
       01  REG-HIST-BASILEIA.
           05  BSH-COMPET            PIC 9(6).
           05  BSH-DATA-BASE         PIC 9(8).
           05  BSH-EXPOSICAO         PIC S9(15)V99 COMP-3.
           05  BSH-RWA               PIC S9(15)V99 COMP-3.
           05  BSH-PR                PIC S9(15)V99 COMP-3.
           05  BSH-INDICE            PIC S9(5)V99 COMP-3.
           05  BSH-MINIMO            PIC 9(2)V99.
           05  BSH-SITUACAO          PIC X(1).
               88  BSH-ENQUADRADO    VALUE 'S'.
               88  BSH-DESENQUADRADO VALUE 'N'.
           05  BSH-DT-CALCULO        PIC 9(8).
           05  BSH-HR-CALCULO        PIC 9(6).

       FD  ARQRELBAS.
       01  REG-RELBAS                PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-BAS-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-PROVISAO          PIC XX.
               88  FS-PRV-OK        VALUE '00'.
           05  FS-GARANTIA          PIC XX.
               88  FS-GAR-OK        VALUE '00'.
               88  FS-GAR-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
               88  FS-LED-EOF       VALUE '10'.
           05  FS-CAMBIO            PIC XX.
               88  FS-CMB-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.
           05  FS-PONDERA           PIC XX.
               88  FS-PON-OK        VALUE '00'.
               88  FS-PON-EOF       VALUE '10'.
           05  FS-HISTBAS           PIC XX.
               88  FS-BSH-OK        VALUE '00'.
               88  FS-BSH-EOF       VALUE '10'.
           05  FS-RELBAS            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

      *    Fatores de fabrica gravados na primeira execucao:
      *    carteira(4), descricao(32), FCC(5) e FPR(5) em percentual
      *    com duas decimais.
       01  WS-BAS-FABRICA.
           05  WS-FAB-TABELA.
               10  FILLER PIC X(36) VALUE
                   'EMPREMPRESTIMOS LIQUIDOS DE PROVISAO'.
               10  FILLER PIC X(10) VALUE '1000010000'.
               10  FILLER PIC X(36) VALUE
                   'GARIPARCELA GARANTIDA - APLICACAO   '.
               10  FILLER PIC X(10) VALUE '1000000000'.
               10  FILLER PIC X(36) VALUE
                   'GARMPARCELA GARANTIDA - IMOVEL      '.
               10  FILLER PIC X(10) VALUE '1000003500'.
               10  FILLER PIC X(36) VALUE
                   'GARVPARCELA GARANTIDA - VEICULO     '.
               10  FILLER PIC X(10) VALUE '1000007500'.
               10  FILLER PIC X(36) VALUE
                   'CHEUCHEQUE ESPECIAL UTILIZADO       '.
               10  FILLER PIC X(10) VALUE '1000010000'.
               10  FILLER PIC X(36) VALUE
                   'CHELCHEQUE ESPECIAL NAO UTILIZADO   '.
               10  FILLER PIC X(10) VALUE '0500010000'.
               10  FILLER PIC X(36) VALUE
                   'CCRUCARTAO DE CREDITO UTILIZADO     '.
               10  FILLER PIC X(10) VALUE '1000007500'.
               10  FILLER PIC X(36) VALUE
                   'CCRLCARTAO - LIMITE NAO UTILIZADO   '.
               10  FILLER PIC X(10) VALUE '0500007500'.
               10  FILLER PIC X(36) VALUE
                   'CAMBEXPOSICAO CAMBIAL LIQUIDA       '.
               10  FILLER PIC X(10) VALUE '1000010000'.
           05  WS-FAB-ENTRADA REDEFINES WS-FAB-TABELA
                   OCCURS 9 TIMES.
               10  WS-FAB-CARTEIRA  PIC X(4).
               10  WS-FAB-DESCRICAO PIC X(32).
               10  WS-FAB-FCC       PIC 9(3)V99.
               10  WS-FAB-FPR       PIC 9(3)V99.

      *    Carteiras da apuracao, na ordem da tabela de fabrica.
       01  WS-BAS-CARTEIRAS.
           05  WS-CAR OCCURS 9 TIMES.
               10  WS-CAR-CODIGO    PIC X(4).
               10  WS-CAR-DESCRICAO PIC X(32).
               10  WS-CAR-FCC       PIC 9(3)V99.
               10  WS-CAR-FPR       PIC 9(3)V99.
               10  WS-CAR-EXPOSICAO PIC S9(15)V99 COMP-3.
               10  WS-CAR-EAD       PIC S9(15)V99 COMP-3.
               10  WS-CAR-RWA       PIC S9(15)V99 COMP-3.
           05  WS-CAR-IDX           PIC 9(2).
      *    Posicao de cada carteira na tabela.
           05  WS-IX-EMPR           PIC 9(2) VALUE 1.
           05  WS-IX-GARI           PIC 9(2) VALUE 2.
           05  WS-IX-GARM           PIC 9(2) VALUE 3.
           05  WS-IX-GARV           PIC 9(2) VALUE 4.
           05  WS-IX-CHEU           PIC 9(2) VALUE 5.
           05  WS-IX-CHEL           PIC 9(2) VALUE 6.
           05  WS-IX-CCRU           PIC 9(2) VALUE 7.
           05  WS-IX-CCRL           PIC 9(2) VALUE 8.
           05  WS-IX-CAMB           PIC 9(2) VALUE 9.

       01  WS-APURACAO-CTRL.
      *    Indice minimo de fabrica: 8% de capital principal mais o
      *    adicional de conservacao de 2,5%.
           05  WS-BAS-MINIMO        PIC 9(2)V99 VALUE 10,50.
           05  WS-BAS-COMPET        PIC 9(6).
           05  WS-BAS-COMPET-R REDEFINES WS-BAS-COMPET.
               10  WS-BAS-AAAA      PIC 9(4).
               10  WS-BAS-MM        PIC 9(2).
           05  WS-BAS-DATA-BASE     PIC 9(8).
           05  WS-BAS-INT-DATA      PIC 9(8).
           05  WS-BAS-SALDO         PIC S9(15)V99 COMP-3.
           05  WS-BAS-PROVISAO      PIC S9(15)V99 COMP-3.
           05  WS-BAS-LIQUIDO       PIC S9(15)V99 COMP-3.
           05  WS-BAS-COBERTO       PIC S9(15)V99 COMP-3.
           05  WS-BAS-USADO         PIC S9(15)V99 COMP-3.
           05  WS-BAS-DISPONIVEL    PIC S9(15)V99 COMP-3.
           05  WS-BAS-DIAS          PIC 9(5).
           05  WS-BAS-CLASSE        PIC X(2).
           05  WS-BAS-PERC-PROV     PIC 9(3)V99.
           05  WS-BAS-ORIGEM-PRV    PIC X(1).
           05  WS-BAS-GAR-APLIC     PIC S9(13)V99 COMP-3.
           05  WS-BAS-GAR-IMOVEL    PIC S9(13)V99 COMP-3.
           05  WS-BAS-GAR-VEICULO   PIC S9(13)V99 COMP-3.
           05  WS-BAS-GAR-TOTAL     PIC S9(13)V99 COMP-3.
           05  WS-BAS-TAXA-USD      PIC 9(3)V9(6) COMP-3.
           05  WS-BAS-TAXA-EUR      PIC 9(3)V9(6) COMP-3.
           05  WS-BAS-POSICAO-USD   PIC S9(15)V99 COMP-3.
           05  WS-BAS-POSICAO-EUR   PIC S9(15)V99 COMP-3.
           05  WS-BAS-TOT-EXPOSICAO PIC S9(15)V99 COMP-3.
           05  WS-BAS-TOT-EAD       PIC S9(15)V99 COMP-3.
           05  WS-BAS-TOT-RWA       PIC S9(15)V99 COMP-3.
           05  WS-BAS-TOT-PROVISAO  PIC S9(15)V99 COMP-3.
           05  WS-BAS-PR            PIC S9(15)V99 COMP-3.
           05  WS-BAS-INDICE        PIC S9(5)V99 COMP-3.
           05  WS-BAS-SITUACAO      PIC X(1).
               88  BAS-ENQUADRADO   VALUE 'S'.
           05  WS-BAS-QTD-CONTRATOS PIC 9(7).
           05  WS-BAS-EXISTE        PIC X(1).
           05  WS-BAS-ALT-CARTEIRA  PIC X(4).
           05  WS-BAS-ALT-FCC       PIC 9(3)V99.
           05  WS-BAS-ALT-FPR       PIC 9(3)V99.
           05  WS-BAS-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(14)9,99-.
           05  WS-VL-EDIT2          PIC Z(14)9,99-.
           05  WS-VL-EDIT3          PIC Z(14)9,99-.
           05  WS-PERC-EDIT         PIC ZZ9,99.
           05  WS-PERC-EDIT2        PIC ZZ9,99.
           05  WS-IND-EDIT          PIC ZZZZ9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0140-CARREGAR-MINIMO
           PERFORM 0150-COMPETENCIA-ANTERIOR
           PERFORM 0110-ABRIR-TABELAS
           IF LS-MODO-BATCH
               PERFORM 2000-APURAR-COMPETENCIA
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQPONDERA ARQHISTBAS
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0110-ABRIR-TABELAS.
           OPEN I-O ARQHISTBAS
           IF FS-HISTBAS = '35'
               OPEN OUTPUT ARQHISTBAS
               CLOSE ARQHISTBAS
               OPEN I-O ARQHISTBAS
           END-IF
           OPEN I-O ARQPONDERA
           IF FS-PONDERA = '35'
               OPEN OUTPUT ARQPONDERA
               CLOSE ARQPONDERA
               OPEN I-O ARQPONDERA
           END-IF
      *    Carteira ausente da tabela recebe os fatores de fabrica.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 9
               MOVE WS-FAB-CARTEIRA(WS-CAR-IDX) TO PON-CARTEIRA
               READ ARQPONDERA
                   INVALID KEY
                       MOVE WS-FAB-CARTEIRA(WS-CAR-IDX)
                           TO PON-CARTEIRA
                       MOVE WS-FAB-DESCRICAO(WS-CAR-IDX)
                           TO PON-DESCRICAO
                       MOVE WS-FAB-FCC(WS-CAR-IDX) TO PON-FCC
                       MOVE WS-FAB-FPR(WS-CAR-IDX) TO PON-FPR
                       MOVE WS-DATA-HOJE TO PON-DT-ATUALIZACAO
                       WRITE REG-PONDERACAO
               END-READ
           END-PERFORM.

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

       0140-CARREGAR-MINIMO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00'
                   IF CFG-BASILEIA-MIN-PERC > ZEROS
                       MOVE CFG-BASILEIA-MIN-PERC TO WS-BAS-MINIMO
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0150-COMPETENCIA-ANTERIOR.
      *    A apuracao do mes e feita no mes seguinte: a competencia
      *    padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-BAS-COMPET
           IF WS-BAS-MM = 1
               SUBTRACT 1 FROM WS-BAS-AAAA
               MOVE 12 TO WS-BAS-MM
           ELSE
               SUBTRACT 1 FROM WS-BAS-MM
           END-IF.

       0160-CALCULAR-DATA-BASE.
      *    Data-base: ultimo dia corrido da competencia.
           IF WS-BAS-MM = 12
               COMPUTE WS-BAS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       (WS-BAS-AAAA + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-BAS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       WS-BAS-AAAA * 10000 + (WS-BAS-MM + 1) * 100
                       + 1) - 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-BAS-INT-DATA)
               TO WS-BAS-DATA-BASE.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' BASILEIA - INDICE DE CAPITAL (RWA)'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Apurar competencia anterior'
           DISPLAY ' 02. Apurar outra competencia'
           DISPLAY ' 03. Consultar tabela de ponderacao'
           DISPLAY ' 04. Alterar fatores de uma carteira'
           DISPLAY ' 05. Consultar apuracoes anteriores'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 2000-APURAR-COMPETENCIA
               WHEN '02'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-BAS-COMPET
                   IF WS-BAS-MM < 1 OR WS-BAS-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 2000-APURAR-COMPETENCIA
                   END-IF
               WHEN '03'
                   PERFORM 4000-CONSULTAR-TABELA
               WHEN '04'
                   PERFORM 4100-ALTERAR-FATORES
               WHEN '05'
                   PERFORM 5000-CONSULTAR-HISTORICO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-APURAR-COMPETENCIA SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 0160-CALCULAR-DATA-BASE
           DISPLAY '--- BASILEIA - DATA-BASE ' WS-BAS-DATA-BASE ' ---'
           PERFORM 2010-CARREGAR-CARTEIRAS
           MOVE ZEROS TO WS-BAS-TOT-PROVISAO WS-BAS-QTD-CONTRATOS
           OPEN INPUT ARQCONTAS ARQPROVISAO ARQGARANTIA
           PERFORM 2100-EXPOSICAO-EMPRESTIMOS
           PERFORM 2300-EXPOSICAO-CHEQUE-ESPECIAL
           PERFORM 2400-EXPOSICAO-CARTOES
           PERFORM 2500-EXPOSICAO-CAMBIAL
           CLOSE ARQCONTAS ARQPROVISAO ARQGARANTIA
           PERFORM 2600-PONDERAR-CARTEIRAS
           PERFORM 2700-PATRIMONIO-REFERENCIA
           PERFORM 2800-CALCULAR-INDICE
           PERFORM 3000-GRAVAR-RELATORIO
           PERFORM 2900-GRAVAR-HISTORICO
           MOVE WS-BAS-TOT-RWA TO WS-VL-EDIT
           DISPLAY 'RWA TOTAL:                R$ ' WS-VL-EDIT
           MOVE WS-BAS-PR TO WS-VL-EDIT
           DISPLAY 'PATRIMONIO DE REFERENCIA: R$ ' WS-VL-EDIT
           MOVE WS-BAS-INDICE TO WS-IND-EDIT
           MOVE WS-BAS-MINIMO TO WS-PERC-EDIT
           DISPLAY 'INDICE DE BASILEIA: ' WS-IND-EDIT
               '% (MINIMO ' WS-PERC-EDIT '%)'
           IF NOT BAS-ENQUADRADO
               DISPLAY 'ALERTA: CAPITAL ABAIXO DO MINIMO REGULATORIO'
           END-IF
           DISPLAY 'RELATORIO EM BANKBASL.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2010-CARREGAR-CARTEIRAS.
      *    Fatores vigentes da tabela; acumuladores zerados.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 9
               MOVE WS-FAB-CARTEIRA(WS-CAR-IDX)
                   TO WS-CAR-CODIGO(WS-CAR-IDX)
               MOVE WS-FAB-DESCRICAO(WS-CAR-IDX)
                   TO WS-CAR-DESCRICAO(WS-CAR-IDX)
               MOVE WS-FAB-FCC(WS-CAR-IDX) TO WS-CAR-FCC(WS-CAR-IDX)
               MOVE WS-FAB-FPR(WS-CAR-IDX) TO WS-CAR-FPR(WS-CAR-IDX)
               MOVE WS-FAB-CARTEIRA(WS-CAR-IDX) TO PON-CARTEIRA
               READ ARQPONDERA
                   INVALID KEY CONTINUE
               END-READ
               IF FS-PON-OK
                   MOVE PON-DESCRICAO TO WS-CAR-DESCRICAO(WS-CAR-IDX)
                   MOVE PON-FCC TO WS-CAR-FCC(WS-CAR-IDX)
                   MOVE PON-FPR TO WS-CAR-FPR(WS-CAR-IDX)
               END-IF
               MOVE ZEROS TO WS-CAR-EXPOSICAO(WS-CAR-IDX)
                             WS-CAR-EAD(WS-CAR-IDX)
                             WS-CAR-RWA(WS-CAR-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      *    Emprestimos: saldo devedor pelas parcelas ainda nao pagas
      *    (mesmo criterio do documento 3040), menos a provisao da
      *    classe de risco. A parcela coberta pelas garantias ativas
      *    vai para a carteira de cada garantia, pela ordem de
      *    qualidade; o restante fica na carteira de emprestimos.
      *----------------------------------------------------------------
       2100-EXPOSICAO-EMPRESTIMOS.
           OPEN INPUT ARQEMPREST
           IF NOT FS-EMP-OK
               DISPLAY 'SEM CONTRATOS DE EMPRESTIMO'
               EXIT PARAGRAPH
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
                   IF NOT EMP-QUITADO AND NOT EMP-RENEGOCIADO
                      AND NOT EMP-PREJUIZO
                      AND NOT EMP-AGUARD-GARANTIA
                      AND EMP-DT-CONTRATO <= WS-BAS-DATA-BASE
                       PERFORM 2110-CLASSIFICAR-EMPRESTIMO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST.

       2110-CLASSIFICAR-EMPRESTIMO.
           COMPUTE WS-BAS-SALDO =
               EMP-VALOR-PARCELA *
               (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
           IF WS-BAS-SALDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAS-QTD-CONTRATOS
           PERFORM 2150-SOMAR-GARANTIAS
      *    Garantia ativa mitiga o risco: metade dos dias conta
      *    para a classe, como no calculo da provisao.
           COMPUTE WS-BAS-DIAS = EMP-QTD-ATRASOS * 30
           IF WS-BAS-GAR-TOTAL > ZEROS
               COMPUTE WS-BAS-DIAS = WS-BAS-DIAS / 2
           END-IF
           MOVE 'E' TO WS-BAS-ORIGEM-PRV
           MOVE EMP-ID TO PRV-REFERENCIA
           PERFORM 2200-PROVISAO-DA-OPERACAO
           COMPUTE WS-BAS-LIQUIDO = WS-BAS-SALDO - WS-BAS-PROVISAO
           IF WS-BAS-LIQUIDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
      *    Cobertura pela ordem: aplicacao, imovel, veiculo.
           MOVE WS-BAS-GAR-APLIC TO WS-BAS-COBERTO
           IF WS-BAS-COBERTO > WS-BAS-LIQUIDO
               MOVE WS-BAS-LIQUIDO TO WS-BAS-COBERTO
           END-IF
           ADD WS-BAS-COBERTO TO WS-CAR-EXPOSICAO(WS-IX-GARI)
           SUBTRACT WS-BAS-COBERTO FROM WS-BAS-LIQUIDO
           MOVE WS-BAS-GAR-IMOVEL TO WS-BAS-COBERTO
           IF WS-BAS-COBERTO > WS-BAS-LIQUIDO
               MOVE WS-BAS-LIQUIDO TO WS-BAS-COBERTO
           END-IF
           ADD WS-BAS-COBERTO TO WS-CAR-EXPOSICAO(WS-IX-GARM)
           SUBTRACT WS-BAS-COBERTO FROM WS-BAS-LIQUIDO
           MOVE WS-BAS-GAR-VEICULO TO WS-BAS-COBERTO
           IF WS-BAS-COBERTO > WS-BAS-LIQUIDO
               MOVE WS-BAS-LIQUIDO TO WS-BAS-COBERTO
           END-IF
           ADD WS-BAS-COBERTO TO WS-CAR-EXPOSICAO(WS-IX-GARV)
           SUBTRACT WS-BAS-COBERTO FROM WS-BAS-LIQUIDO
           ADD WS-BAS-LIQUIDO TO WS-CAR-EXPOSICAO(WS-IX-EMPR).

       2150-SOMAR-GARANTIAS.
      *    Valor avaliado das garantias ativas do contrato, por tipo.
           MOVE ZEROS TO WS-BAS-GAR-APLIC WS-BAS-GAR-IMOVEL
                         WS-BAS-GAR-VEICULO WS-BAS-GAR-TOTAL
           MOVE EMP-ID TO GAR-CONTRATO
           START ARQGARANTIA KEY >= GAR-CONTRATO
               INVALID KEY MOVE '10' TO FS-GARANTIA
           END-START
           PERFORM UNTIL FS-GAR-EOF
               READ ARQGARANTIA NEXT
                   AT END MOVE '10' TO FS-GARANTIA
               END-READ
               IF NOT FS-GAR-EOF
                   IF GAR-CONTRATO NOT = EMP-ID
                       MOVE '10' TO FS-GARANTIA
                   ELSE
                       IF GAR-ATIVA
                           EVALUATE TRUE
                               WHEN GAR-INVESTIMENTO
                                   ADD GAR-VALOR-AVALIADO
                                       TO WS-BAS-GAR-APLIC
                               WHEN GAR-IMOVEL
                                   ADD GAR-VALOR-AVALIADO
                                       TO WS-BAS-GAR-IMOVEL
                               WHEN GAR-VEICULO
                                   ADD GAR-VALOR-AVALIADO
                                       TO WS-BAS-GAR-VEICULO
                           END-EVALUATE
                           ADD GAR-VALOR-AVALIADO TO WS-BAS-GAR-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GARANTIA.

       2200-PROVISAO-DA-OPERACAO.
      *    Classe apurada pela provisao (BANKPROV.DAT); operacao
      *    ainda nao classificada recebe a faixa 2682 dos dias.
      *    Percentuais: AA 0 / A 0,5 / B 1 / C 3 / D 10 / E 30 /
      *    F 50 / G 70 / H 100.
           MOVE WS-BAS-ORIGEM-PRV TO PRV-ORIGEM
           READ ARQPROVISAO
               INVALID KEY CONTINUE
           END-READ
           IF FS-PRV-OK
               MOVE PRV-CLASSE TO WS-BAS-CLASSE
           ELSE
               EVALUATE TRUE
                   WHEN WS-BAS-DIAS <= 0
                       MOVE 'AA' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 15
                       MOVE 'A ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 30
                       MOVE 'B ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 60
                       MOVE 'C ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 90
                       MOVE 'D ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 120
                       MOVE 'E ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 150
                       MOVE 'F ' TO WS-BAS-CLASSE
                   WHEN WS-BAS-DIAS <= 180
                       MOVE 'G ' TO WS-BAS-CLASSE
                   WHEN OTHER
                       MOVE 'H ' TO WS-BAS-CLASSE
               END-EVALUATE
           END-IF
           EVALUATE WS-BAS-CLASSE
               WHEN 'AA' MOVE 0     TO WS-BAS-PERC-PROV
               WHEN 'A ' MOVE 0,50  TO WS-BAS-PERC-PROV
               WHEN 'B ' MOVE 1     TO WS-BAS-PERC-PROV
               WHEN 'C ' MOVE 3     TO WS-BAS-PERC-PROV
               WHEN 'D ' MOVE 10    TO WS-BAS-PERC-PROV
               WHEN 'E ' MOVE 30    TO WS-BAS-PERC-PROV
               WHEN 'F ' MOVE 50    TO WS-BAS-PERC-PROV
               WHEN 'G ' MOVE 70    TO WS-BAS-PERC-PROV
               WHEN OTHER MOVE 100  TO WS-BAS-PERC-PROV
           END-EVALUATE
           COMPUTE WS-BAS-PROVISAO ROUNDED =
               WS-BAS-SALDO * WS-BAS-PERC-PROV / 100
           ADD WS-BAS-PROVISAO TO WS-BAS-TOT-PROVISAO.

      *----------------------------------------------------------------
      *    Cheque especial: o saldo devedor ate o limite e exposicao
      *    utilizada (liquida da provisao da conta); o que resta do
      *    limite e exposicao nao utilizada. Conta encerrada nao
      *    entra.
      *----------------------------------------------------------------
       2300-EXPOSICAO-CHEQUE-ESPECIAL.
           IF NOT FS-CONTA-OK
               DISPLAY 'SEM CADASTRO DE CONTAS'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO BAS-CONTA-NUM
           START ARQCONTAS KEY >= BAS-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF BAS-CONTA-STATUS NOT = 'E'
                      AND BAS-CONTA-LIMITE > ZEROS
                       PERFORM 2310-CLASSIFICAR-LIMITE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       2310-CLASSIFICAR-LIMITE.
           MOVE ZEROS TO WS-BAS-USADO
           IF BAS-CONTA-SALDO < ZEROS
               COMPUTE WS-BAS-USADO = BAS-CONTA-SALDO * -1
               IF WS-BAS-USADO > BAS-CONTA-LIMITE
                   MOVE BAS-CONTA-LIMITE TO WS-BAS-USADO
               END-IF
           END-IF
           COMPUTE WS-BAS-DISPONIVEL = BAS-CONTA-LIMITE - WS-BAS-USADO
           ADD WS-BAS-DISPONIVEL TO WS-CAR-EXPOSICAO(WS-IX-CHEL)
           IF WS-BAS-USADO > ZEROS
               MOVE WS-BAS-USADO TO WS-BAS-SALDO
               MOVE ZEROS TO WS-BAS-DIAS
               MOVE 'C' TO WS-BAS-ORIGEM-PRV
               MOVE BAS-CONTA-NUM TO PRV-REFERENCIA
               PERFORM 2200-PROVISAO-DA-OPERACAO
               COMPUTE WS-BAS-LIQUIDO = WS-BAS-USADO - WS-BAS-PROVISAO
               ADD WS-BAS-LIQUIDO TO WS-CAR-EXPOSICAO(WS-IX-CHEU)
           END-IF.

      *----------------------------------------------------------------
      *    Cartoes de credito: valor utilizado de cartao ativo ou
      *    bloqueado, e limite ainda disponivel so do cartao ativo.
      *----------------------------------------------------------------
       2400-EXPOSICAO-CARTOES.
           OPEN INPUT ARQCARTCR
           IF NOT FS-CCR-OK
               DISPLAY 'SEM CARTOES DE CREDITO'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CCR-ID
           START ARQCARTCR KEY >= CCR-ID
               INVALID KEY MOVE '10' TO FS-CARTCR
           END-START
           PERFORM UNTIL FS-CCR-EOF
               READ ARQCARTCR NEXT
                   AT END MOVE '10' TO FS-CARTCR
               END-READ
               IF NOT FS-CCR-EOF
                   IF NOT CCR-CANCELADO
                      AND CCR-DT-EMISSAO <= WS-BAS-DATA-BASE
                       IF CCR-UTILIZADO > ZEROS
                           ADD CCR-UTILIZADO
                               TO WS-CAR-EXPOSICAO(WS-IX-CCRU)
                       END-IF
                       IF CCR-ATIVO
                          AND CCR-LIMITE > CCR-UTILIZADO
                           COMPUTE WS-BAS-DISPONIVEL =
                               CCR-LIMITE - CCR-UTILIZADO
                           ADD WS-BAS-DISPONIVEL
                               TO WS-CAR-EXPOSICAO(WS-IX-CCRL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCARTCR.

      *----------------------------------------------------------------
      *    Cambio: posicao liquida de cada moeda (soma dos saldos das
      *    contas em USD e EUR) convertida pela taxa de venda da
      *    ultima carga; entra o valor absoluto, comprada ou vendida.
      *----------------------------------------------------------------
       2500-EXPOSICAO-CAMBIAL.
           MOVE ZEROS TO WS-BAS-POSICAO-USD WS-BAS-POSICAO-EUR
           MOVE ZEROS TO WS-BAS-TAXA-USD WS-BAS-TAXA-EUR
           OPEN INPUT ARQCAMBIO
           IF FS-CMB-OK
               READ ARQCAMBIO
                   AT END CONTINUE
               END-READ
               IF FS-CMB-OK
                   MOVE CMB-USD-VENDA TO WS-BAS-TAXA-USD
                   MOVE CMB-EUR-VENDA TO WS-BAS-TAXA-EUR
               END-IF
               CLOSE ARQCAMBIO
           END-IF
           IF WS-BAS-TAXA-USD = ZEROS AND WS-BAS-TAXA-EUR = ZEROS
               DISPLAY 'SEM CARGA DE CAMBIO BANKCAMB.DAT - '
                   'EXPOSICAO CAMBIAL NAO APURADA'
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-CONTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO BAS-CONTA-NUM
           START ARQCONTAS KEY >= BAS-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF BAS-CONTA-STATUS NOT = 'E'
                       EVALUATE BAS-CONTA-MOEDA
                           WHEN 'USD'
                               ADD BAS-CONTA-SALDO
                                   TO WS-BAS-POSICAO-USD
                           WHEN 'EUR'
                               ADD BAS-CONTA-SALDO
                                   TO WS-BAS-POSICAO-EUR
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           IF WS-BAS-POSICAO-USD < ZEROS
               COMPUTE WS-BAS-POSICAO-USD = WS-BAS-POSICAO-USD * -1
           END-IF
           IF WS-BAS-POSICAO-EUR < ZEROS
               COMPUTE WS-BAS-POSICAO-EUR = WS-BAS-POSICAO-EUR * -1
           END-IF
           COMPUTE WS-CAR-EXPOSICAO(WS-IX-CAMB) ROUNDED =
               WS-BAS-POSICAO-USD * WS-BAS-TAXA-USD
             + WS-BAS-POSICAO-EUR * WS-BAS-TAXA-EUR.

       2600-PONDERAR-CARTEIRAS.
           MOVE ZEROS TO WS-BAS-TOT-EXPOSICAO WS-BAS-TOT-EAD
                         WS-BAS-TOT-RWA
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 9
               COMPUTE WS-CAR-EAD(WS-CAR-IDX) ROUNDED =
                   WS-CAR-EXPOSICAO(WS-CAR-IDX)
                   * WS-CAR-FCC(WS-CAR-IDX) / 100
               COMPUTE WS-CAR-RWA(WS-CAR-IDX) ROUNDED =
                   WS-CAR-EAD(WS-CAR-IDX)
                   * WS-CAR-FPR(WS-CAR-IDX) / 100
               ADD WS-CAR-EXPOSICAO(WS-CAR-IDX) TO WS-BAS-TOT-EXPOSICAO
               ADD WS-CAR-EAD(WS-CAR-IDX) TO WS-BAS-TOT-EAD
               ADD WS-CAR-RWA(WS-CAR-IDX) TO WS-BAS-TOT-RWA
           END-PERFORM.

       2700-PATRIMONIO-REFERENCIA.
      *    Saldo credor das contas do grupo 6 (patrimonio liquido)
      *    com lancamentos ate a data-base.
           MOVE ZEROS TO WS-BAS-PR
           OPEN INPUT ARQLEDGER
           IF NOT FS-LED-OK
               DISPLAY 'RAZAO BANKLEDG.DAT INDISPONIVEL'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO LED-ID
           START ARQLEDGER KEY >= LED-ID
               INVALID KEY MOVE '10' TO FS-LEDGER
           END-START
           PERFORM UNTIL FS-LED-EOF
               READ ARQLEDGER NEXT
                   AT END MOVE '10' TO FS-LEDGER
               END-READ
               IF NOT FS-LED-EOF
                   IF LED-DATA <= WS-BAS-DATA-BASE
                       IF LED-CONTA-CREDITO(1:1) = '6'
                           ADD LED-VALOR TO WS-BAS-PR
                       END-IF
                       IF LED-CONTA-DEBITO(1:1) = '6'
                           SUBTRACT LED-VALOR FROM WS-BAS-PR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQLEDGER.

       2800-CALCULAR-INDICE.
      *    Sem exposicao ponderada nao ha exigencia de capital.
           MOVE ZEROS TO WS-BAS-INDICE
           MOVE 'S' TO WS-BAS-SITUACAO
           IF WS-BAS-TOT-RWA = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BAS-INDICE ROUNDED =
               WS-BAS-PR * 100 / WS-BAS-TOT-RWA
               ON SIZE ERROR
                   MOVE 99999,99 TO WS-BAS-INDICE
           END-COMPUTE
           IF WS-BAS-INDICE < WS-BAS-MINIMO
               MOVE 'N' TO WS-BAS-SITUACAO
           END-IF.

       2900-GRAVAR-HISTORICO.
           MOVE 'N' TO WS-BAS-EXISTE
           MOVE WS-BAS-COMPET TO BSH-COMPET
           READ ARQHISTBAS
               INVALID KEY CONTINUE
           END-READ
           IF FS-BSH-OK
               MOVE 'S' TO WS-BAS-EXISTE
           END-IF
           MOVE WS-BAS-COMPET TO BSH-COMPET
           MOVE WS-BAS-DATA-BASE TO BSH-DATA-BASE
           MOVE WS-BAS-TOT-EXPOSICAO TO BSH-EXPOSICAO
           MOVE WS-BAS-TOT-RWA TO BSH-RWA
           MOVE WS-BAS-PR TO BSH-PR
           MOVE WS-BAS-INDICE TO BSH-INDICE
           MOVE WS-BAS-MINIMO TO BSH-MINIMO
           MOVE WS-BAS-SITUACAO TO BSH-SITUACAO
           MOVE WS-DATA-HOJE TO BSH-DT-CALCULO
           MOVE FUNCTION CURRENT-DATE(9:6) TO BSH-HR-CALCULO
           IF WS-BAS-EXISTE = 'S'
               REWRITE REG-HIST-BASILEIA
           ELSE
               WRITE REG-HIST-BASILEIA
           END-IF
           IF NOT FS-BSH-OK
               DISPLAY 'ERRO AO GRAVAR HISTORICO: ' FS-HISTBAS
           END-IF.

      *================================================================
       3000-GRAVAR-RELATORIO SECTION.
      *================================================================
       3000-INICIO.
           OPEN OUTPUT ARQRELBAS
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'BASILEIA - ATIVOS PONDERADOS PELO RISCO'
                      DELIMITED SIZE
                  '  DATA-BASE ' DELIMITED SIZE
                  WS-BAS-DATA-BASE DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE ALL '-' TO WS-BAS-LINHA
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'CART DESCRICAO                       '
                      DELIMITED SIZE
                  '        EXPOSICAO    FCC' DELIMITED SIZE
                  '               EAD    FPR' DELIMITED SIZE
                  '               RWA' DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 9
               MOVE WS-CAR-EXPOSICAO(WS-CAR-IDX) TO WS-VL-EDIT
               MOVE WS-CAR-EAD(WS-CAR-IDX) TO WS-VL-EDIT2
               MOVE WS-CAR-RWA(WS-CAR-IDX) TO WS-VL-EDIT3
               MOVE WS-CAR-FCC(WS-CAR-IDX) TO WS-PERC-EDIT
               MOVE WS-CAR-FPR(WS-CAR-IDX) TO WS-PERC-EDIT2
               MOVE SPACES TO WS-BAS-LINHA
               STRING WS-CAR-CODIGO(WS-CAR-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-CAR-DESCRICAO(WS-CAR-IDX) DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-PERC-EDIT DELIMITED SIZE
                      WS-VL-EDIT2 DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-PERC-EDIT2 DELIMITED SIZE
                      WS-VL-EDIT3 DELIMITED SIZE
                   INTO WS-BAS-LINHA
               END-STRING
               WRITE REG-RELBAS FROM WS-BAS-LINHA
           END-PERFORM
           MOVE ALL '-' TO WS-BAS-LINHA
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE WS-BAS-TOT-EXPOSICAO TO WS-VL-EDIT
           MOVE WS-BAS-TOT-EAD TO WS-VL-EDIT2
           MOVE WS-BAS-TOT-RWA TO WS-VL-EDIT3
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'TOTAL' DELIMITED SIZE
                  '                                '
                      DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '       ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  '       ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE SPACES TO WS-BAS-LINHA
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE WS-BAS-TOT-PROVISAO TO WS-VL-EDIT
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'PROVISAO DEDUZIDA DAS EXPOSICOES:  R$ '
                      DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  '  CONTRATOS ' DELIMITED SIZE
                  WS-BAS-QTD-CONTRATOS DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE WS-BAS-PR TO WS-VL-EDIT
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'PATRIMONIO DE REFERENCIA (GRUPO 6): R$ '
                      DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE WS-BAS-INDICE TO WS-IND-EDIT
           MOVE WS-BAS-MINIMO TO WS-PERC-EDIT
           MOVE SPACES TO WS-BAS-LINHA
           STRING 'INDICE DE BASILEIA (PR / RWA):     '
                      DELIMITED SIZE
                  WS-IND-EDIT DELIMITED SIZE
                  '%  MINIMO REGULATORIO ' DELIMITED SIZE
                  WS-PERC-EDIT DELIMITED SIZE
                  '%' DELIMITED SIZE
               INTO WS-BAS-LINHA
           END-STRING
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           MOVE SPACES TO WS-BAS-LINHA
           IF BAS-ENQUADRADO
               MOVE 'SITUACAO: ENQUADRADO' TO WS-BAS-LINHA
           ELSE
               MOVE 'SITUACAO: DESENQUADRADO - CAPITAL ABAIXO DO MINIMO'
                   TO WS-BAS-LINHA
           END-IF
           WRITE REG-RELBAS FROM WS-BAS-LINHA
           CLOSE ARQRELBAS
           EXIT SECTION.

      *================================================================
       4000-CONSULTAR-TABELA SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY '--- TABELA DE PONDERACAO (FCC / FPR EM %) ---'
           MOVE LOW-VALUES TO PON-CARTEIRA
           START ARQPONDERA KEY >= PON-CARTEIRA
               INVALID KEY MOVE '10' TO FS-PONDERA
           END-START
           PERFORM UNTIL FS-PON-EOF
               READ ARQPONDERA NEXT
                   AT END MOVE '10' TO FS-PONDERA
               END-READ
               IF NOT FS-PON-EOF
                   MOVE PON-FCC TO WS-PERC-EDIT
                   MOVE PON-FPR TO WS-PERC-EDIT2
                   DISPLAY PON-CARTEIRA ' ' PON-DESCRICAO
                       ' FCC ' WS-PERC-EDIT ' FPR ' WS-PERC-EDIT2
                       ' ' PON-DT-ATUALIZACAO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PONDERA
           MOVE WS-BAS-MINIMO TO WS-PERC-EDIT
           DISPLAY 'INDICE MINIMO VIGENTE: ' WS-PERC-EDIT '%'
           EXIT SECTION.

      *================================================================
       4100-ALTERAR-FATORES SECTION.
      *================================================================
       4100-INICIO.
           DISPLAY 'Carteira: '
           ACCEPT WS-BAS-ALT-CARTEIRA
           MOVE WS-BAS-ALT-CARTEIRA TO PON-CARTEIRA
           READ ARQPONDERA
               INVALID KEY
                   DISPLAY 'CARTEIRA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           MOVE PON-FCC TO WS-PERC-EDIT
           MOVE PON-FPR TO WS-PERC-EDIT2
           DISPLAY PON-DESCRICAO ' FCC ' WS-PERC-EDIT
               ' FPR ' WS-PERC-EDIT2
           DISPLAY 'Novo FCC em % (0 a 100): '
           ACCEPT WS-BAS-ALT-FCC
           DISPLAY 'Novo FPR em % (0 a 250): '
           ACCEPT WS-BAS-ALT-FPR
           IF WS-BAS-ALT-FCC > 100 OR WS-BAS-ALT-FPR > 250
               DISPLAY 'FATOR FORA DA FAIXA - NADA ALTERADO'
               EXIT SECTION
           END-IF
           MOVE WS-BAS-ALT-FCC TO PON-FCC
           MOVE WS-BAS-ALT-FPR TO PON-FPR
           MOVE WS-DATA-HOJE TO PON-DT-ATUALIZACAO
           REWRITE REG-PONDERACAO
           IF FS-PON-OK
               DISPLAY 'FATORES ALTERADOS'
           ELSE
               DISPLAY 'ERRO AO ALTERAR FATORES: ' FS-PONDERA
           END-IF
           EXIT SECTION.

      *================================================================
       5000-CONSULTAR-HISTORICO SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY '--- APURACOES DE BASILEIA ---'
           MOVE ZEROS TO BSH-COMPET
           START ARQHISTBAS KEY >= BSH-COMPET
               INVALID KEY MOVE '10' TO FS-HISTBAS
           END-START
           PERFORM UNTIL FS-BSH-EOF
               READ ARQHISTBAS NEXT
                   AT END MOVE '10' TO FS-HISTBAS
               END-READ
               IF NOT FS-BSH-EOF
                   MOVE BSH-RWA TO WS-VL-EDIT
                   MOVE BSH-PR TO WS-VL-EDIT2
                   MOVE BSH-INDICE TO WS-IND-EDIT
                   DISPLAY 'COMPETENCIA ' BSH-COMPET
                       ' INDICE ' WS-IND-EDIT '%'
                       ' ENQUADRADO ' BSH-SITUACAO
                   DISPLAY '  RWA R$ ' WS-VL-EDIT
                       '  PR R$ ' WS-VL-EDIT2
               END-IF
           END-PERFORM
           MOVE '00' TO FS-HISTBAS
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
