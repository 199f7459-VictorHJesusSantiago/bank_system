      *================================================================
      * BANKTXJ.COB - Taxas Medias de Juros por Modalidade
      * Sistema Bancario COBOL
      * Apuracao diaria das taxas de juros contratadas no dia util
      * (data de movimento) por modalidade de credito e tipo de
      * pessoa (PF pelo CPF, PJ pelo CNPJ do cadastro de clientes):
      * contratos de BANKEMPR.DAT assinados na data - credito
      * pessoal, consignado (BANKCSG.DAT), renegociacao (contrato
      * novo de BANKRENG.DAT) e financiamento imobiliario
      * (BANKIMOB.DAT) - pelo principal e taxa do contrato; cheque
      * especial em uso (aging de BANKNEGAGE.DAT) pelo saldo
      * devedor a taxa cobrada pelo BANKACCT (BANKCFG.DAT); e
      * rotativo dos cartoes cujas faturas fecharam na data
      * (BANKFATU.DAT), pelo saldo financiado a taxa do BANKCCR.
      * Por celula apura quantidade, volume e taxa media ponderada
      * pelo volume, ao mes e equivalente ao ano, e grava o arquivo
      * de taxas BANKTXJ.TXT em posicoes fixas:
      *   header  '0TXJUROS' CNPJ(14) data-base(8) geracao(8)
      *   detalhe '1' data(8) modalidade(4) pessoa(1) qtd(7)
      *           volume 9(15)V99 taxa a.m. 9(3)V9(4)
      *           taxa a.a. 9(5)V99 (sem virgula, campos separados
      *           por um branco)
      *   trailer '9' detalhes(5) operacoes(9) volume 9(15)V99
      * O resultado fica no historico BANKTXJH.DAT (origem B), ao
      * lado das taxas medias de mercado divulgadas pelo Banco
      * Central (origem M, registradas aqui), para as agencias
      * conferirem a taxa praticada contra o mercado. No lote roda
      * todo dia, depois do fechamento das faturas de cartao.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTXJ.

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
               RECORD KEY IS TXJ-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXJC-CLI-ID
               ALTERNATE RECORD KEY IS TXJC-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

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

           SELECT ARQIMOBIL ASSIGN TO 'BANKIMOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMO-CONTRATO
               FILE STATUS IS FS-IMOBIL.

           SELECT ARQRENEG ASSIGN TO 'BANKRENG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNG-ID
               FILE STATUS IS FS-RENEG.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQFATURA ASSIGN TO 'BANKFATU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CHAVE
               FILE STATUS IS FS-FATURA.

           SELECT ARQNEGAGE ASSIGN TO 'BANKNEGAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CONTA-NUM
               FILE STATUS IS FS-NEGAGE.

           SELECT ARQHISTTXJ ASSIGN TO 'BANKTXJH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-CHAVE
               FILE STATUS IS FS-HISTTXJ.

           SELECT ARQTAXAS ASSIGN TO 'BANKTXJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

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
           05  TXJ-CONTA-NUM         PIC 9(10).
           05  TXJ-CONTA-AGENCIA     PIC 9(4).
           05  TXJ-CONTA-DIGITO      PIC 9(1).
           05  TXJ-CONTA-TIPO        PIC X(2).
           05  TXJ-CONTA-STATUS      PIC X(1).
           05  TXJ-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  TXJ-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  TXJ-CONTA-TITULAR     PIC X(60).
           05  TXJ-CONTA-CPF         PIC X(11).
           05  TXJ-CONTA-EMAIL       PIC X(80).
           05  TXJ-CONTA-TELEFONE    PIC X(15).
           05  TXJ-CONTA-DT-ABERTURA PIC 9(8).
           05  TXJ-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  TXJ-CONTA-SENHA-HASH  PIC X(64).
           05  TXJ-CONTA-COTIT-NOME  PIC X(60).
           05  TXJ-CONTA-COTIT-CPF   PIC X(11).
           05  TXJ-CONTA-CLI-ID      PIC 9(10).
           05  TXJ-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  TXJC-CLI-ID           PIC 9(10).
           05  TXJC-CLI-NOME         PIC X(60).
           05  TXJC-CLI-CPF          PIC X(14).
           05  TXJC-CLI-RG           PIC X(15).
           05  TXJC-CLI-DT-NASC      PIC 9(8).
           05  TXJC-CLI-SEXO         PIC X(1).
           05  TXJC-CLI-ESTADO-CIVIL PIC X(2).
           05  TXJC-CLI-PROFISSAO    PIC X(40).
           05  TXJC-CLI-RENDA        PIC S9(11)V99 COMP-3.
           05  TXJC-CLI-PERFIL-RISCO PIC X(1).
           05  TXJC-CLI-ENDERECO     PIC X(190).
           05  TXJC-CLI-STATUS       PIC X(1).
           05  TXJC-CLI-SCORE        PIC 9(4).

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
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQCONSIG.
       01  REG-CONSIGNADO.
           05  CSG-CONTRATO          PIC 9(10).
           05  CSG-CONTA             PIC 9(10).
           05  CSG-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  CSG-COMPET-RETIDA     PIC 9(6).
           05  CSG-STATUS            PIC X(1).
               88  CSG-ATIVO         VALUE 'A'.
               88  CSG-ENCERRADO     VALUE 'E'.

       FD  ARQIMOBIL.
       01  REG-IMOBILIARIO.
           05  IMO-CONTRATO          PIC 9(10).
           05  IMO-CONTA             PIC 9(10).
           05  IMO-VALOR-IMOVEL      PIC S9(11)V99 COMP-3.
           05  IMO-VALOR-FINANCIADO  PIC S9(11)V99 COMP-3.
           05  IMO-SALDO-DEVEDOR     PIC S9(11)V99 COMP-3.
           05  IMO-TAXA-ANO          PIC 9(2)V9(4) COMP-3.
           05  IMO-TAXA-MES          PIC 9V9(8) COMP-3.
           05  IMO-INDICE            PIC X(1).
               88  IMO-IDX-IPCA      VALUE 'I'.
               88  IMO-IDX-IGPM      VALUE 'G'.
           05  IMO-TAXA-MIP          PIC 9V9(6) COMP-3.
           05  IMO-TAXA-DFI          PIC 9V9(6) COMP-3.
           05  IMO-COMPET-CORRIGIDA  PIC 9(6).
           05  IMO-CORRECAO-ACUM     PIC S9(11)V99 COMP-3.
           05  IMO-PARC-AMORT        PIC S9(11)V99 COMP-3.
           05  IMO-PARC-JUROS        PIC S9(11)V99 COMP-3.
           05  IMO-PARC-MIP          PIC S9(9)V99 COMP-3.
           05  IMO-PARC-DFI          PIC S9(9)V99 COMP-3.
           05  IMO-DT-LIBERACAO      PIC 9(8).

       FD  ARQRENEG.
       01  REG-RENEGOCIACAO.
           05  RNG-ID                PIC 9(10).
           05  RNG-CONTRATO-NOVO     PIC 9(10).
           05  RNG-QTD-ORIGENS       PIC 9(1).
           05  RNG-CONTRATO-ORIGEM   OCCURS 5 TIMES PIC 9(10).
           05  RNG-VALOR-CONSOLID    PIC S9(11)V99 COMP-3.
           05  RNG-DESCONTO-PERC     PIC 9(2)V99 COMP-3.
           05  RNG-DT-RENEGOCIACAO   PIC 9(8).
           05  RNG-OPERADOR          PIC X(20).

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
               88  FAT-ABERTA        VALUE 'A'.
               88  FAT-FECHADA       VALUE 'F'.
               88  FAT-PAGA          VALUE 'P'.
               88  FAT-ROTATIVO      VALUE 'R'.

       FD  ARQNEGAGE.
       01  REG-NEGAGE.
           05  NEG-CONTA-NUM          PIC 9(10).
           05  NEG-DT-PRIMEIRA-NEG    PIC 9(8).
           05  NEG-DIAS-CONSECUTIVOS  PIC 9(5).
           05  NEG-DT-ULTIMA-VERIF    PIC 9(8).

       FD  ARQHISTTXJ.
           COPY BANKTXJH.

       FD  ARQTAXAS.
       01  REG-TAXAS                 PIC X(132).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-TXJ-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CONSIG            PIC XX.
               88  FS-CSG-OK        VALUE '00'.
           05  FS-IMOBIL            PIC XX.
               88  FS-IMO-OK        VALUE '00'.
           05  FS-RENEG             PIC XX.
               88  FS-RNG-OK        VALUE '00'.
               88  FS-RNG-EOF       VALUE '10'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-FATURA            PIC XX.
               88  FS-FAT-OK        VALUE '00'.
           05  FS-NEGAGE            PIC XX.
               88  FS-NEG-OK        VALUE '00'.
               88  FS-NEG-EOF       VALUE '10'.
           05  FS-HISTTXJ           PIC XX.
               88  FS-TXH-OK        VALUE '00'.
               88  FS-TXH-EOF       VALUE '10'.
               88  FS-TXH-NFD       VALUE '35'.
           05  FS-TAXAS             PIC XX.
           05  FS-CONFIG            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-MODALIDADES-CTRL.
      *    Modalidades apuradas, na ordem do arquivo de taxas, com
      *    os codigos do leiaute 3040 usados pela casa.
           05  WS-TXJ-MOD-VALORES.
               10  FILLER PIC X(24) VALUE
                   '0203CREDITO PESSOAL     '.
               10  FILLER PIC X(24) VALUE
                   '0202CONSIGNADO          '.
               10  FILLER PIC X(24) VALUE
                   '0299RENEGOCIACAO        '.
               10  FILLER PIC X(24) VALUE
                   '0901FINANC. IMOBILIARIO '.
               10  FILLER PIC X(24) VALUE
                   '0213CHEQUE ESPECIAL     '.
               10  FILLER PIC X(24) VALUE
                   '0210CARTAO ROTATIVO     '.
           05  WS-TXJ-MODALIDADE REDEFINES WS-TXJ-MOD-VALORES
                   OCCURS 6 TIMES.
               10  WS-TXJ-MOD-CODIGO PIC X(4).
               10  WS-TXJ-MOD-NOME   PIC X(20).
           05  WS-TXJ-MOD-PESSOAL   PIC 9(1) VALUE 1.
           05  WS-TXJ-MOD-CONSIG    PIC 9(1) VALUE 2.
           05  WS-TXJ-MOD-RENEG     PIC 9(1) VALUE 3.
           05  WS-TXJ-MOD-IMOB      PIC 9(1) VALUE 4.
           05  WS-TXJ-MOD-CHEQUE    PIC 9(1) VALUE 5.
           05  WS-TXJ-MOD-ROTATIVO  PIC 9(1) VALUE 6.
           05  WS-TXJ-PESSOAS       PIC X(2) VALUE 'FJ'.

       01  WS-APURACAO-CTRL.
      *    Acumuladores por modalidade e tipo de pessoa (1 PF,
      *    2 PJ): a soma ponderada e taxa a.m. vezes volume.
           05  WS-TXJ-CELULA OCCURS 6 TIMES.
               10  WS-TXJ-PESSOA-ACUM OCCURS 2 TIMES.
                   15  WS-TXJ-AC-QTD     PIC 9(7) COMP-3.
                   15  WS-TXJ-AC-VOLUME  PIC S9(15)V99 COMP-3.
                   15  WS-TXJ-AC-PONDER  PIC S9(17)V9(6) COMP-3.
           05  WS-TXJ-MOD-IDX       PIC 9(1).
           05  WS-TXJ-PES-IDX       PIC 9(1).
           05  WS-TXJ-DATA          PIC 9(8).
           05  WS-TXJ-CLI-ID        PIC 9(10).
           05  WS-TXJ-VOLUME        PIC S9(15)V99 COMP-3.
           05  WS-TXJ-TAXA          PIC 9(3)V9(4) COMP-3.
           05  WS-TXJ-TAXA-MES      PIC 9(3)V9(4) COMP-3.
           05  WS-TXJ-TAXA-ANO      PIC 9(5)V9(2) COMP-3.
      *    Taxa mensal do cheque especial cobrada pelo BANKACCT
      *    (% a.m.; sem parametro vale a mesma taxa de fabrica) e
      *    taxa do rotativo aplicada pelo BANKCCR no fechamento.
           05  WS-TXJ-TAXA-CHEQUE   PIC 9(3)V9(4) COMP-3
               VALUE 8,0000.
           05  WS-TXJ-TAXA-ROTATIVO PIC 9(3)V9(4) COMP-3
               VALUE 12,0000.
      *    Contratos novos das renegociacoes da data
           05  WS-TXJ-QTD-RENEG     PIC 9(3) VALUE ZEROS.
           05  WS-TXJ-RENEG-CONTRATO OCCURS 500 TIMES PIC 9(10).
           05  WS-TXJ-RNG-IDX       PIC 9(3).
           05  WS-TXJ-E-RENEG       PIC X(1).
           05  WS-TXJ-CNPJ          PIC X(14) VALUE '00000000000100'.
           05  WS-TXJ-QTD-DETALHES  PIC 9(5).
           05  WS-TXJ-QTD-OPER      PIC 9(9).
           05  WS-TXJ-TOT-VOLUME    PIC S9(15)V99 COMP-3.
           05  WS-TXJ-LINHA         PIC X(132).
      *    Campos numericos do arquivo de taxas, sem virgula
           05  WS-TXJ-ARQ-QTD       PIC 9(7).
           05  WS-TXJ-ARQ-VOLUME    PIC 9(15)V99.
           05  WS-TXJ-ARQ-TAXA-MES  PIC 9(3)V9(4).
           05  WS-TXJ-ARQ-TAXA-ANO  PIC 9(5)V9(2).
           05  WS-TXJ-ARQ-QTD-OPER  PIC 9(9).
           05  WS-VL-EDIT           PIC Z(14)9,99-.
           05  WS-TX-EDIT           PIC ZZ9,9999.
           05  WS-TX-EDIT2          PIC ZZ9,9999.
           05  WS-TX-EDIT-ANO       PIC ZZZZ9,99.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-MERCADO-CTRL.
           05  WS-MKT-MODALIDADE    PIC X(4).
           05  WS-MKT-PESSOA        PIC X(1).
           05  WS-MKT-TAXA-INF      PIC 9(3)V9(4).
           05  WS-MKT-DATA-INI      PIC 9(8).
           05  WS-MKT-DATA-FIM      PIC 9(8).
           05  WS-MKT-ACHOU         PIC X(1).
           05  WS-MKT-DATA-VIGENTE  PIC 9(8).
           05  WS-MKT-TAXA-VIGENTE  PIC 9(3)V9(4) COMP-3.
           05  WS-MKT-DIFERENCA     PIC S9(3)V9(4) COMP-3.
           05  WS-MKT-DIF-EDIT      PIC ZZ9,9999-.
           05  WS-MKT-QTD-LISTA     PIC 9(5).
           05  WS-MKT-SALVA-CHAVE   PIC X(14).

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
           PERFORM 0140-CARREGAR-TAXA-CHEQUE
           PERFORM 0160-ABRIR-HISTORICO
           IF LS-MODO-BATCH
               MOVE WS-DATA-MOVIMENTO TO WS-TXJ-DATA
               PERFORM 2000-APURAR-DIA
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQHISTTXJ
           MOVE 0 TO LS-CODIGO
           GOBACK.

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

       0140-CARREGAR-TAXA-CHEQUE.
      *    Mesma regra do BANKACCT: parametro zerado mantem a taxa
      *    de fabrica.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00' AND CFG-TAXA-JUROS-CE > ZEROS
                   MOVE CFG-TAXA-JUROS-CE TO WS-TXJ-TAXA-CHEQUE
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0160-ABRIR-HISTORICO.
           OPEN I-O ARQHISTTXJ
           IF FS-TXH-NFD
               OPEN OUTPUT ARQHISTTXJ
               CLOSE ARQHISTTXJ
               OPEN I-O ARQHISTTXJ
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' TAXAS MEDIAS DE JUROS POR MODALIDADE'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Apurar taxas do dia de movimento'
           DISPLAY ' 02. Apurar taxas de outra data'
           DISPLAY ' 03. Registrar taxa media de mercado'
           DISPLAY ' 04. Comparar taxas do banco com o mercado'
           DISPLAY ' 05. Historico de uma modalidade'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   MOVE WS-DATA-MOVIMENTO TO WS-TXJ-DATA
                   PERFORM 2000-APURAR-DIA
               WHEN '02'
                   DISPLAY 'Data (AAAAMMDD): '
                   ACCEPT WS-TXJ-DATA
                   IF WS-TXJ-DATA = ZEROS
                      OR WS-TXJ-DATA > WS-DATA-MOVIMENTO
                       DISPLAY 'DATA INVALIDA'
                   ELSE
                       PERFORM 2000-APURAR-DIA
                   END-IF
               WHEN '03'
                   PERFORM 4000-REGISTRAR-MERCADO
               WHEN '04'
                   PERFORM 5000-COMPARAR-MERCADO
               WHEN '05'
                   PERFORM 6000-CONSULTAR-HISTORICO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-APURAR-DIA SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- TAXAS MEDIAS DE JUROS - DATA '
               WS-TXJ-DATA ' ---'
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
               PERFORM VARYING WS-TXJ-PES-IDX FROM 1 BY 1
                       UNTIL WS-TXJ-PES-IDX > 2
                   MOVE ZEROS TO WS-TXJ-AC-QTD
                       (WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
                   MOVE ZEROS TO WS-TXJ-AC-VOLUME
                       (WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
                   MOVE ZEROS TO WS-TXJ-AC-PONDER
                       (WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT ARQCONTAS ARQCLIENTE
           PERFORM 2050-CARREGAR-RENEGOCIACOES
           PERFORM 2100-OPERACOES-EMPRESTIMO
           PERFORM 2300-ROTATIVO-CARTAO
           PERFORM 2500-CHEQUE-ESPECIAL
           CLOSE ARQCONTAS ARQCLIENTE
           PERFORM 3000-GRAVAR-ARQUIVO
           PERFORM 3500-GRAVAR-HISTORICO
           DISPLAY 'CELULAS APURADAS:    ' WS-TXJ-QTD-DETALHES
           DISPLAY 'OPERACOES DA DATA:   ' WS-TXJ-QTD-OPER
           MOVE WS-TXJ-TOT-VOLUME TO WS-VL-EDIT
           DISPLAY 'VOLUME CONTRATADO: R$ ' WS-VL-EDIT
           DISPLAY 'ARQUIVO DE TAXAS EM BANKTXJ.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-CARREGAR-RENEGOCIACOES.
      *    O contrato novo da renegociacao tambem e um registro de
      *    BANKEMPR.DAT: a referencia cruzada da data o separa do
      *    credito pessoal.
           MOVE ZEROS TO WS-TXJ-QTD-RENEG
           OPEN INPUT ARQRENEG
           IF NOT FS-RNG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RNG-ID
           START ARQRENEG KEY >= RNG-ID
               INVALID KEY MOVE '10' TO FS-RENEG
           END-START
           PERFORM UNTIL FS-RNG-EOF
               READ ARQRENEG NEXT
                   AT END MOVE '10' TO FS-RENEG
               END-READ
               IF NOT FS-RNG-EOF
                   IF RNG-DT-RENEGOCIACAO = WS-TXJ-DATA
                       IF WS-TXJ-QTD-RENEG < 500
                           ADD 1 TO WS-TXJ-QTD-RENEG
                           MOVE RNG-CONTRATO-NOVO TO
                               WS-TXJ-RENEG-CONTRATO(WS-TXJ-QTD-RENEG)
                       ELSE
                           DISPLAY 'RENEGOCIACOES ACIMA DE 500 NA '
                               'DATA - EXCEDENTES COMO PESSOAL'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQRENEG.

      *----------------------------------------------------------------
      *    Contratos assinados na data: volume e o principal, taxa
      *    e a mensal do contrato. Modalidade pela referencia: SAC
      *    imobiliario, consignacao em folha, contrato novo de
      *    renegociacao; o resto (inclusive parcelamento de cheque
      *    especial e portabilidade) e credito pessoal.
      *----------------------------------------------------------------
       2100-OPERACOES-EMPRESTIMO.
           OPEN INPUT ARQEMPREST
           IF NOT FS-EMP-OK
               DISPLAY 'SEM CONTRATOS DE EMPRESTIMO'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQCONSIG ARQIMOBIL
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   IF EMP-DT-CONTRATO = WS-TXJ-DATA
                      AND EMP-PRINCIPAL > ZEROS
                       PERFORM 2110-INFORMAR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST ARQCONSIG ARQIMOBIL.

       2110-INFORMAR-CONTRATO.
           MOVE WS-TXJ-MOD-PESSOAL TO WS-TXJ-MOD-IDX
           MOVE EMP-ID TO IMO-CONTRATO
           READ ARQIMOBIL
               INVALID KEY CONTINUE
           END-READ
           IF FS-IMO-OK
               MOVE WS-TXJ-MOD-IMOB TO WS-TXJ-MOD-IDX
           ELSE
               MOVE EMP-ID TO CSG-CONTRATO
               READ ARQCONSIG
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CSG-OK
                   MOVE WS-TXJ-MOD-CONSIG TO WS-TXJ-MOD-IDX
               ELSE
                   MOVE 'N' TO WS-TXJ-E-RENEG
                   PERFORM VARYING WS-TXJ-RNG-IDX FROM 1 BY 1
                           UNTIL WS-TXJ-RNG-IDX > WS-TXJ-QTD-RENEG
                       IF WS-TXJ-RENEG-CONTRATO(WS-TXJ-RNG-IDX)
                          = EMP-ID
                           MOVE 'S' TO WS-TXJ-E-RENEG
                       END-IF
                   END-PERFORM
                   IF WS-TXJ-E-RENEG = 'S'
                       MOVE WS-TXJ-MOD-RENEG TO WS-TXJ-MOD-IDX
                   END-IF
               END-IF
           END-IF
           MOVE EMP-CLI-ID TO WS-TXJ-CLI-ID
           IF WS-TXJ-CLI-ID = ZEROS
               MOVE EMP-CONTA TO TXJ-CONTA-NUM
               READ ARQCONTAS
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONTA-OK
                   MOVE TXJ-CONTA-CLI-ID TO WS-TXJ-CLI-ID
               END-IF
           END-IF
           PERFORM 2950-TIPO-PESSOA
           MOVE EMP-PRINCIPAL TO WS-TXJ-VOLUME
           MOVE EMP-TAXA-MES TO WS-TXJ-TAXA
           PERFORM 2900-ACUMULAR.

      *----------------------------------------------------------------
      *    Rotativo: fatura fechada na data com juros de rotativo.
      *    O saldo financiado e o que o BANKCCR levou ao rotativo
      *    (juros divididos pela taxa do produto).
      *----------------------------------------------------------------
       2300-ROTATIVO-CARTAO.
           OPEN INPUT ARQCARTCR
           IF NOT FS-CCR-OK
               DISPLAY 'SEM CARTOES DE CREDITO'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQFATURA
           MOVE ZEROS TO CCR-ID
           START ARQCARTCR KEY >= CCR-ID
               INVALID KEY MOVE '10' TO FS-CARTCR
           END-START
           PERFORM UNTIL FS-CCR-EOF
               READ ARQCARTCR NEXT
                   AT END MOVE '10' TO FS-CARTCR
               END-READ
               IF NOT FS-CCR-EOF
                   IF CCR-COMPET-FECHADA > ZEROS
                       PERFORM 2310-INFORMAR-ROTATIVO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCARTCR ARQFATURA.

       2310-INFORMAR-ROTATIVO.
           MOVE CCR-ID TO FAT-CARTAO
           MOVE CCR-COMPET-FECHADA TO FAT-COMPET
           READ ARQFATURA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-FAT-OK
              OR FAT-DT-FECHAMENTO NOT = WS-TXJ-DATA
              OR FAT-JUROS-ROTATIVO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXJ-MOD-ROTATIVO TO WS-TXJ-MOD-IDX
           MOVE CCR-CLI-ID TO WS-TXJ-CLI-ID
           PERFORM 2950-TIPO-PESSOA
           COMPUTE WS-TXJ-VOLUME ROUNDED =
               FAT-JUROS-ROTATIVO * 100 / WS-TXJ-TAXA-ROTATIVO
           MOVE WS-TXJ-TAXA-ROTATIVO TO WS-TXJ-TAXA
           PERFORM 2900-ACUMULAR.

      *----------------------------------------------------------------
      *    Cheque especial: conta acompanhada pelo aging e devedora
      *    na data; volume e o saldo devedor em uso.
      *----------------------------------------------------------------
       2500-CHEQUE-ESPECIAL.
           OPEN INPUT ARQNEGAGE
           IF NOT FS-NEG-OK
               DISPLAY 'SEM AGING DE SALDO NEGATIVO'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO NEG-CONTA-NUM
           START ARQNEGAGE KEY >= NEG-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-NEGAGE
           END-START
           PERFORM UNTIL FS-NEG-EOF
               READ ARQNEGAGE NEXT
                   AT END MOVE '10' TO FS-NEGAGE
               END-READ
               IF NOT FS-NEG-EOF
                   IF NEG-DT-PRIMEIRA-NEG <= WS-TXJ-DATA
                       PERFORM 2510-INFORMAR-CHEQUE-ESPECIAL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQNEGAGE.

       2510-INFORMAR-CHEQUE-ESPECIAL.
           MOVE NEG-CONTA-NUM TO TXJ-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR TXJ-CONTA-SALDO >= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXJ-MOD-CHEQUE TO WS-TXJ-MOD-IDX
           MOVE TXJ-CONTA-CLI-ID TO WS-TXJ-CLI-ID
           PERFORM 2950-TIPO-PESSOA
           COMPUTE WS-TXJ-VOLUME = ZEROS - TXJ-CONTA-SALDO
           MOVE WS-TXJ-TAXA-CHEQUE TO WS-TXJ-TAXA
           PERFORM 2900-ACUMULAR.

       2900-ACUMULAR.
           ADD 1 TO WS-TXJ-AC-QTD(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
           ADD WS-TXJ-VOLUME TO
               WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
           COMPUTE WS-TXJ-AC-PONDER(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               = WS-TXJ-AC-PONDER(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               + WS-TXJ-VOLUME * WS-TXJ-TAXA.

       2950-TIPO-PESSOA.
      *    Pessoa juridica pelo CNPJ do cadastro (documento com mais
      *    de 11 posicoes); sem cliente localizado vale PF.
           MOVE 1 TO WS-TXJ-PES-IDX
           IF WS-TXJ-CLI-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXJ-CLI-ID TO TXJC-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           IF FS-CLI-OK AND TXJC-CLI-CPF(12:3) NOT = SPACES
               MOVE 2 TO WS-TXJ-PES-IDX
           END-IF.

      *================================================================
       3000-GRAVAR-ARQUIVO SECTION.
      *================================================================
       3000-INICIO.
      *    Header com a data-base; um detalhe por modalidade e tipo
      *    de pessoa com operacoes na data; trailer com quantidade de
      *    detalhes, de operacoes e volume total.
           MOVE ZEROS TO WS-TXJ-QTD-DETALHES WS-TXJ-QTD-OPER
           MOVE ZEROS TO WS-TXJ-TOT-VOLUME
           OPEN OUTPUT ARQTAXAS
           MOVE SPACES TO WS-TXJ-LINHA
           STRING '0TXJUROS' DELIMITED SIZE
                  WS-TXJ-CNPJ DELIMITED SIZE
                  WS-TXJ-DATA DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-TXJ-LINHA
           END-STRING
           WRITE REG-TAXAS FROM WS-TXJ-LINHA
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
               PERFORM VARYING WS-TXJ-PES-IDX FROM 1 BY 1
                       UNTIL WS-TXJ-PES-IDX > 2
                   IF WS-TXJ-AC-QTD(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
                      > ZEROS
                       PERFORM 3100-CALCULAR-MEDIA
                       PERFORM 3200-GRAVAR-DETALHE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-TXJ-QTD-OPER TO WS-TXJ-ARQ-QTD-OPER
           MOVE WS-TXJ-TOT-VOLUME TO WS-TXJ-ARQ-VOLUME
           MOVE SPACES TO WS-TXJ-LINHA
           STRING '9' DELIMITED SIZE
                  WS-TXJ-QTD-DETALHES DELIMITED SIZE
                  WS-TXJ-ARQ-QTD-OPER DELIMITED SIZE
                  WS-TXJ-ARQ-VOLUME DELIMITED SIZE
               INTO WS-TXJ-LINHA
           END-STRING
           WRITE REG-TAXAS FROM WS-TXJ-LINHA
           CLOSE ARQTAXAS
           EXIT SECTION.

       3100-CALCULAR-MEDIA.
      *    Media ponderada pelo volume; taxa anual equivalente pela
      *    capitalizacao composta mensal.
           MOVE ZEROS TO WS-TXJ-TAXA-MES WS-TXJ-TAXA-ANO
           IF WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
              <= ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TXJ-TAXA-MES ROUNDED =
               WS-TXJ-AC-PONDER(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               / WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
           PERFORM 3150-TAXA-ANUAL.

       3150-TAXA-ANUAL.
           COMPUTE WS-TXJ-TAXA-ANO ROUNDED =
               ((1 + WS-TXJ-TAXA-MES / 100) ** 12 - 1) * 100
               ON SIZE ERROR MOVE 99999,99 TO WS-TXJ-TAXA-ANO
           END-COMPUTE.

       3200-GRAVAR-DETALHE.
           MOVE WS-TXJ-AC-QTD(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO WS-TXJ-ARQ-QTD
           MOVE WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO WS-TXJ-ARQ-VOLUME
           MOVE WS-TXJ-TAXA-MES TO WS-TXJ-ARQ-TAXA-MES
           MOVE WS-TXJ-TAXA-ANO TO WS-TXJ-ARQ-TAXA-ANO
           MOVE SPACES TO WS-TXJ-LINHA
           STRING '1' DELIMITED SIZE
                  WS-TXJ-DATA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-MOD-CODIGO(WS-TXJ-MOD-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-PESSOAS(WS-TXJ-PES-IDX:1) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-ARQ-QTD DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-ARQ-VOLUME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-ARQ-TAXA-MES DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TXJ-ARQ-TAXA-ANO DELIMITED SIZE
               INTO WS-TXJ-LINHA
           END-STRING
           WRITE REG-TAXAS FROM WS-TXJ-LINHA
           ADD 1 TO WS-TXJ-QTD-DETALHES
           ADD WS-TXJ-ARQ-QTD TO WS-TXJ-QTD-OPER
           ADD WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO WS-TXJ-TOT-VOLUME
           MOVE WS-TXJ-TAXA-MES TO WS-TX-EDIT
           MOVE WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO WS-VL-EDIT
           DISPLAY WS-TXJ-MOD-NOME(WS-TXJ-MOD-IDX) ' '
               WS-TXJ-PESSOAS(WS-TXJ-PES-IDX:1) ' QTD '
               WS-TXJ-ARQ-QTD ' VOL ' WS-VL-EDIT
               ' TAXA ' WS-TX-EDIT '% A.M.'.

      *================================================================
       3500-GRAVAR-HISTORICO SECTION.
      *================================================================
       3500-INICIO.
      *    Reapuracao da data substitui as celulas do banco: a que
      *    ficou sem operacao sai do historico.
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
               PERFORM VARYING WS-TXJ-PES-IDX FROM 1 BY 1
                       UNTIL WS-TXJ-PES-IDX > 2
                   PERFORM 3510-GRAVAR-CELULA
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

       3510-GRAVAR-CELULA.
           MOVE 'B' TO TXH-ORIGEM
           MOVE WS-TXJ-DATA TO TXH-DATA
           MOVE WS-TXJ-MOD-CODIGO(WS-TXJ-MOD-IDX) TO TXH-MODALIDADE
           MOVE WS-TXJ-PESSOAS(WS-TXJ-PES-IDX:1) TO TXH-PESSOA
           READ ARQHISTTXJ
               INVALID KEY CONTINUE
           END-READ
           IF WS-TXJ-AC-QTD(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX) = ZEROS
               IF FS-TXH-OK
                   DELETE ARQHISTTXJ
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CALCULAR-MEDIA
           MOVE WS-TXJ-AC-QTD(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO TXH-QTD-OPERACOES
           MOVE WS-TXJ-AC-VOLUME(WS-TXJ-MOD-IDX, WS-TXJ-PES-IDX)
               TO TXH-VOLUME
           MOVE WS-TXJ-TAXA-MES TO TXH-TAXA-MES
           MOVE WS-TXJ-TAXA-ANO TO TXH-TAXA-ANO
           MOVE WS-DATA-MOVIMENTO TO TXH-DT-REGISTRO
           MOVE LS-OPERADOR TO TXH-OPERADOR
           IF FS-TXH-OK
               REWRITE REG-HIST-TAXA
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-HIST-TAXA
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *================================================================
       4000-REGISTRAR-MERCADO SECTION.
      *================================================================
       4000-INICIO.
      *    Taxa media de mercado divulgada pelo Banco Central para a
      *    data, modalidade e tipo de pessoa; novo registro da mesma
      *    celula corrige o anterior.
           DISPLAY 'Data de referencia (AAAAMMDD): '
           ACCEPT WS-TXJ-DATA
           IF WS-TXJ-DATA = ZEROS
              OR WS-TXJ-DATA > WS-DATA-MOVIMENTO
               DISPLAY 'DATA INVALIDA'
               EXIT SECTION
           END-IF
           PERFORM 4900-INFORMAR-CELULA
           IF WS-TXJ-MOD-IDX = ZEROS
               EXIT SECTION
           END-IF
           DISPLAY 'Taxa media de mercado (% a.m.): '
           ACCEPT WS-MKT-TAXA-INF
           IF WS-MKT-TAXA-INF = ZEROS
               DISPLAY 'TAXA INVALIDA'
               EXIT SECTION
           END-IF
           MOVE 'M' TO TXH-ORIGEM
           MOVE WS-TXJ-DATA TO TXH-DATA
           MOVE WS-MKT-MODALIDADE TO TXH-MODALIDADE
           MOVE WS-MKT-PESSOA TO TXH-PESSOA
           READ ARQHISTTXJ
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-MKT-TAXA-INF TO WS-TXJ-TAXA-MES
           PERFORM 3150-TAXA-ANUAL
           MOVE ZEROS TO TXH-QTD-OPERACOES TXH-VOLUME
           MOVE WS-TXJ-TAXA-MES TO TXH-TAXA-MES
           MOVE WS-TXJ-TAXA-ANO TO TXH-TAXA-ANO
           MOVE WS-DATA-MOVIMENTO TO TXH-DT-REGISTRO
           MOVE LS-OPERADOR TO TXH-OPERADOR
           IF FS-TXH-OK
               REWRITE REG-HIST-TAXA
                   INVALID KEY CONTINUE
               END-REWRITE
               DISPLAY 'TAXA DE MERCADO CORRIGIDA'
           ELSE
               WRITE REG-HIST-TAXA
                   INVALID KEY CONTINUE
               END-WRITE
               DISPLAY 'TAXA DE MERCADO REGISTRADA'
           END-IF
           MOVE WS-TXJ-TAXA-ANO TO WS-TX-EDIT-ANO
           DISPLAY 'EQUIVALENTE ANUAL: ' WS-TX-EDIT-ANO '% A.A.'
           EXIT SECTION.

       4900-INFORMAR-CELULA.
      *    Modalidade pelo codigo da tabela e pessoa F ou J;
      *    modalidade desconhecida volta com indice zero.
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
               DISPLAY '  ' WS-TXJ-MOD-CODIGO(WS-TXJ-MOD-IDX) ' '
                   WS-TXJ-MOD-NOME(WS-TXJ-MOD-IDX)
           END-PERFORM
           DISPLAY 'Modalidade: '
           ACCEPT WS-MKT-MODALIDADE
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
                      OR WS-TXJ-MOD-CODIGO(WS-TXJ-MOD-IDX)
                         = WS-MKT-MODALIDADE
               CONTINUE
           END-PERFORM
           IF WS-TXJ-MOD-IDX > 6
               DISPLAY 'MODALIDADE INVALIDA'
               MOVE ZEROS TO WS-TXJ-MOD-IDX
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Pessoa (F=fisica J=juridica): '
           ACCEPT WS-MKT-PESSOA
           MOVE FUNCTION UPPER-CASE(WS-MKT-PESSOA) TO WS-MKT-PESSOA
           IF WS-MKT-PESSOA NOT = 'F' AND NOT = 'J'
               DISPLAY 'TIPO DE PESSOA INVALIDO'
               MOVE ZEROS TO WS-TXJ-MOD-IDX
           END-IF.

      *================================================================
       5000-COMPARAR-MERCADO SECTION.
      *================================================================
       5000-INICIO.
      *    Taxa do banco na data contra a ultima taxa de mercado
      *    divulgada ate a data, celula a celula.
           DISPLAY 'Data (AAAAMMDD, zero = dia de movimento): '
           ACCEPT WS-TXJ-DATA
           IF WS-TXJ-DATA = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-TXJ-DATA
           END-IF
           DISPLAY '--- BANCO X MERCADO - DATA ' WS-TXJ-DATA ' ---'
           DISPLAY 'MODALIDADE           P   BANCO A.M.  MERCADO A.M.'
               '  DIFERENCA  REF. MERCADO'
           MOVE ZEROS TO WS-MKT-QTD-LISTA
           PERFORM VARYING WS-TXJ-MOD-IDX FROM 1 BY 1
                   UNTIL WS-TXJ-MOD-IDX > 6
               PERFORM VARYING WS-TXJ-PES-IDX FROM 1 BY 1
                       UNTIL WS-TXJ-PES-IDX > 2
                   PERFORM 5050-COMPARAR-CELULA
               END-PERFORM
           END-PERFORM
           IF WS-MKT-QTD-LISTA = ZEROS
               DISPLAY 'SEM TAXAS DO BANCO APURADAS NA DATA'
           END-IF
           EXIT SECTION.

       5050-COMPARAR-CELULA.
           MOVE 'B' TO TXH-ORIGEM
           MOVE WS-TXJ-DATA TO TXH-DATA
           MOVE WS-TXJ-MOD-CODIGO(WS-TXJ-MOD-IDX) TO TXH-MODALIDADE
           MOVE WS-TXJ-PESSOAS(WS-TXJ-PES-IDX:1) TO TXH-PESSOA
           READ ARQHISTTXJ
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-TXH-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MKT-QTD-LISTA
           MOVE TXH-TAXA-MES TO WS-TXJ-TAXA-MES WS-TX-EDIT
           MOVE TXH-MODALIDADE TO WS-MKT-MODALIDADE
           MOVE TXH-PESSOA TO WS-MKT-PESSOA
           PERFORM 5100-TAXA-MERCADO-VIGENTE
           IF WS-MKT-ACHOU = 'S'
               MOVE WS-MKT-TAXA-VIGENTE TO WS-TX-EDIT2
               COMPUTE WS-MKT-DIFERENCA =
                   WS-TXJ-TAXA-MES - WS-MKT-TAXA-VIGENTE
               MOVE WS-MKT-DIFERENCA TO WS-MKT-DIF-EDIT
               DISPLAY WS-TXJ-MOD-NOME(WS-TXJ-MOD-IDX) ' '
                   WS-MKT-PESSOA '   ' WS-TX-EDIT '    '
                   WS-TX-EDIT2 '     ' WS-MKT-DIF-EDIT '  '
                   WS-MKT-DATA-VIGENTE
           ELSE
               DISPLAY WS-TXJ-MOD-NOME(WS-TXJ-MOD-IDX) ' '
                   WS-MKT-PESSOA '   ' WS-TX-EDIT
                   '    SEM TAXA DE MERCADO REGISTRADA'
           END-IF.

       5100-TAXA-MERCADO-VIGENTE.
      *    Ultima taxa de mercado da celula com data ate WS-TXJ-DATA
      *    (a divulgacao chega com defasagem). A chave corrente do
      *    historico e preservada para quem chamou.
           MOVE TXH-CHAVE TO WS-MKT-SALVA-CHAVE
           MOVE 'N' TO WS-MKT-ACHOU
           MOVE ZEROS TO WS-MKT-DATA-VIGENTE WS-MKT-TAXA-VIGENTE
           MOVE 'M' TO TXH-ORIGEM
           MOVE ZEROS TO TXH-DATA
           MOVE LOW-VALUES TO TXH-MODALIDADE TXH-PESSOA
           START ARQHISTTXJ KEY >= TXH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTTXJ
           END-START
           PERFORM UNTIL FS-TXH-EOF
               READ ARQHISTTXJ NEXT
                   AT END MOVE '10' TO FS-HISTTXJ
               END-READ
               IF NOT FS-TXH-EOF
                   IF TXH-ORIGEM NOT = 'M'
                      OR TXH-DATA > WS-TXJ-DATA
                       MOVE '10' TO FS-HISTTXJ
                   ELSE
                       IF TXH-MODALIDADE = WS-MKT-MODALIDADE
                          AND TXH-PESSOA = WS-MKT-PESSOA
                           MOVE 'S' TO WS-MKT-ACHOU
                           MOVE TXH-DATA TO WS-MKT-DATA-VIGENTE
                           MOVE TXH-TAXA-MES TO WS-MKT-TAXA-VIGENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-HISTTXJ
           MOVE WS-MKT-SALVA-CHAVE TO TXH-CHAVE.

      *================================================================
       6000-CONSULTAR-HISTORICO SECTION.
      *================================================================
       6000-INICIO.
      *    Taxas do banco de uma celula no periodo, cada data com a
      *    taxa de mercado vigente.
           PERFORM 4900-INFORMAR-CELULA
           IF WS-TXJ-MOD-IDX = ZEROS
               EXIT SECTION
           END-IF
           DISPLAY 'Data inicial (AAAAMMDD): '
           ACCEPT WS-MKT-DATA-INI
           DISPLAY 'Data final (AAAAMMDD): '
           ACCEPT WS-MKT-DATA-FIM
           IF WS-MKT-DATA-FIM < WS-MKT-DATA-INI
               DISPLAY 'PERIODO INVALIDO'
               EXIT SECTION
           END-IF
           DISPLAY '--- HISTORICO ' WS-TXJ-MOD-NOME(WS-TXJ-MOD-IDX)
               ' PESSOA ' WS-MKT-PESSOA ' ---'
           DISPLAY 'DATA        QTD            VOLUME   BANCO A.M.'
               '  BANCO A.A.  MERCADO A.M.'
           MOVE ZEROS TO WS-MKT-QTD-LISTA
           MOVE 'B' TO TXH-ORIGEM
           MOVE WS-MKT-DATA-INI TO TXH-DATA
           MOVE LOW-VALUES TO TXH-MODALIDADE TXH-PESSOA
           START ARQHISTTXJ KEY >= TXH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTTXJ
           END-START
           PERFORM UNTIL FS-TXH-EOF
               READ ARQHISTTXJ NEXT
                   AT END MOVE '10' TO FS-HISTTXJ
               END-READ
               IF NOT FS-TXH-EOF
                   IF TXH-ORIGEM NOT = 'B'
                      OR TXH-DATA > WS-MKT-DATA-FIM
                       MOVE '10' TO FS-HISTTXJ
                   ELSE
                       IF TXH-MODALIDADE = WS-MKT-MODALIDADE
                          AND TXH-PESSOA = WS-MKT-PESSOA
                           PERFORM 6100-LISTAR-DATA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-HISTTXJ
           IF WS-MKT-QTD-LISTA = ZEROS
               DISPLAY 'SEM TAXAS APURADAS NO PERIODO'
           END-IF
           EXIT SECTION.

       6100-LISTAR-DATA.
      *    A busca da taxa de mercado reposiciona o arquivo; a
      *    leitura sequencial retoma depois da chave listada.
           ADD 1 TO WS-MKT-QTD-LISTA
           MOVE TXH-DATA TO WS-TXJ-DATA
           MOVE TXH-TAXA-MES TO WS-TX-EDIT
           MOVE TXH-TAXA-ANO TO WS-TX-EDIT-ANO
           MOVE TXH-VOLUME TO WS-VL-EDIT
           MOVE TXH-QTD-OPERACOES TO WS-TXJ-ARQ-QTD
           PERFORM 5100-TAXA-MERCADO-VIGENTE
           IF WS-MKT-ACHOU = 'S'
               MOVE WS-MKT-TAXA-VIGENTE TO WS-TX-EDIT2
               DISPLAY WS-TXJ-DATA ' ' WS-TXJ-ARQ-QTD ' ' WS-VL-EDIT
                   '   ' WS-TX-EDIT '    ' WS-TX-EDIT-ANO
                   '    ' WS-TX-EDIT2
           ELSE
               DISPLAY WS-TXJ-DATA ' ' WS-TXJ-ARQ-QTD ' ' WS-VL-EDIT
                   '   ' WS-TX-EDIT '    ' WS-TX-EDIT-ANO
                   '    SEM MERCADO'
           END-IF
           START ARQHISTTXJ KEY > TXH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTTXJ
           END-START.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
