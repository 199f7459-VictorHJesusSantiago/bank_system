      *================================================================
      * BANKIMS.COB - Servico do Financiamento Imobiliario (SAC)
      * Sistema Bancario COBOL
      * Apuracao mensal dos contratos de financiamento imobiliario
      * (BANKIMOB.DAT, gravados pelo BANKIMO) para a cobranca do
      * lote noturno do BANKLOAN: corrige o saldo devedor uma vez
      * por competencia pelo indice do contrato (IPCA ou IGPM da
      * carga BANKTAXA.DAT) e compoe a prestacao SAC - amortizacao
      * constante, juros, MIP e DFI. So abre o proprio cadastro e
      * a carga de taxas, e pode ser chamado com os arquivos do
      * chamador abertos.
      * Chamadas de servico pelo campo LS-IMO-MODO:
      *   'P' prestacao do mes do contrato LS-IMO-CONTRATO, com
      *       LS-IMO-PARC-REST parcelas restantes: aplica a correcao
      *       da competencia e devolve o valor em LS-IMO-VALOR
      *   'B' baixa do saldo a amortizacao da prestacao paga
      *   'S' saldo devedor em LS-IMO-VALOR
      * Codigo 1 = contrato nao e imobiliario; 3 = modo invalido.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMOBIL ASSIGN TO 'BANKIMOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMO-CONTRATO
               FILE STATUS IS FS-IMOBIL.

           SELECT ARQTAXAS ASSIGN TO 'BANKTAXA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Dados do SAC por contrato (chave = EMP-ID do BANKEMPR).
      *    Os componentes da prestacao da competencia ficam gravados
      *    para a baixa da amortizacao quando a parcela e paga.
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

       FD  ARQTAXAS.
           COPY BANKTAXA.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-IMS-CTRL.
           05  FS-IMOBIL            PIC XX.
               88  FS-IMO-OK        VALUE '00'.
           05  FS-TAXAS             PIC XX.
               88  FS-TAXAS-OK      VALUE '00'.
           05  WS-COMPETENCIA       PIC 9(6).

       01  WS-PRESTACAO-CTRL.
      *    Componentes da prestacao SAC: amortizacao constante sobre
      *    o saldo e as parcelas restantes, juros sobre o saldo,
      *    MIP sobre o saldo e DFI sobre o valor do imovel.
           05  WS-PRE-SALDO         PIC S9(11)V99 COMP-3.
           05  WS-PRE-RESTANTES     PIC 9(3).
           05  WS-PRE-AMORT         PIC S9(11)V99 COMP-3.
           05  WS-PRE-JUROS         PIC S9(11)V99 COMP-3.
           05  WS-PRE-MIP           PIC S9(9)V99 COMP-3.
           05  WS-PRE-DFI           PIC S9(9)V99 COMP-3.
           05  WS-PRE-VALOR         PIC S9(11)V99 COMP-3.
           05  WS-PRE-IMOVEL        PIC S9(11)V99 COMP-3.
           05  WS-PRE-TAXA-MES      PIC 9V9(8) COMP-3.
           05  WS-PRE-TAXA-MIP      PIC 9V9(6) COMP-3.
           05  WS-PRE-TAXA-DFI      PIC 9V9(6) COMP-3.

       01  WS-CORRECAO-CTRL.
           05  WS-COR-INDICE-ANO    PIC 9(3)V9(6) COMP-3.
           05  WS-COR-FATOR-MES     PIC S9V9(10) COMP-3.
           05  WS-COR-VALOR         PIC S9(11)V99 COMP-3.
           05  WS-COR-CARREGADO     PIC X(1).
               88  INDICE-CARREGADO VALUE 'S'.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-IMOBILIARIO.
           05  LS-IMO-MODO          PIC X(1).
               88  LS-IMO-PARCELA   VALUE 'P'.
               88  LS-IMO-BAIXAR    VALUE 'B'.
               88  LS-IMO-SALDO     VALUE 'S'.
           05  LS-IMO-CONTRATO      PIC 9(10).
           05  LS-IMO-PARC-REST     PIC 9(3).
           05  LS-IMO-VALOR         PIC S9(11)V99 COMP-3.
           05  LS-IMO-CODIGO        PIC 9(4).
           05  LS-IMO-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-IMOBILIARIO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-IMO-CODIGO
           MOVE SPACES TO LS-IMO-MENSAGEM
           IF NOT (LS-IMO-PARCELA OR LS-IMO-BAIXAR OR LS-IMO-SALDO)
               MOVE 0003 TO LS-IMO-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-IMO-MENSAGEM
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           OPEN I-O ARQIMOBIL
           IF FS-IMOBIL = '35'
               OPEN OUTPUT ARQIMOBIL
               CLOSE ARQIMOBIL
               OPEN I-O ARQIMOBIL
           END-IF
           EVALUATE TRUE
               WHEN LS-IMO-PARCELA
                   PERFORM 7000-PRESTACAO-DO-MES
               WHEN LS-IMO-BAIXAR
                   PERFORM 7500-BAIXAR-AMORTIZACAO
               WHEN LS-IMO-SALDO
                   PERFORM 7800-CONSULTAR-SALDO
           END-EVALUATE
           CLOSE ARQIMOBIL
           GOBACK.

      *================================================================
       7000-PRESTACAO-DO-MES SECTION.
      *================================================================
       7000-INICIO.
      *    Chamado pela cobranca do BANKLOAN no vencimento: corrige
      *    o saldo uma vez por competencia e grava os componentes da
      *    prestacao; a retentativa noturna dentro do mes reapresenta
      *    o mesmo valor.
           MOVE LS-IMO-CONTRATO TO IMO-CONTRATO
           READ ARQIMOBIL
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-IMO-OK
               MOVE 0001 TO LS-IMO-CODIGO
               MOVE 'CONTRATO NAO E IMOBILIARIO' TO LS-IMO-MENSAGEM
               EXIT SECTION
           END-IF
           IF IMO-COMPET-CORRIGIDA < WS-COMPETENCIA
               PERFORM 7100-CORRIGIR-SALDO
           END-IF
           MOVE IMO-SALDO-DEVEDOR TO WS-PRE-SALDO
           MOVE IMO-VALOR-IMOVEL TO WS-PRE-IMOVEL
           MOVE IMO-TAXA-MES TO WS-PRE-TAXA-MES
           MOVE IMO-TAXA-MIP TO WS-PRE-TAXA-MIP
           MOVE IMO-TAXA-DFI TO WS-PRE-TAXA-DFI
           MOVE LS-IMO-PARC-REST TO WS-PRE-RESTANTES
           PERFORM 8000-CALCULAR-PRESTACAO
           MOVE WS-PRE-AMORT TO IMO-PARC-AMORT
           MOVE WS-PRE-JUROS TO IMO-PARC-JUROS
           MOVE WS-PRE-MIP TO IMO-PARC-MIP
           MOVE WS-PRE-DFI TO IMO-PARC-DFI
           REWRITE REG-IMOBILIARIO
           MOVE WS-PRE-VALOR TO LS-IMO-VALOR
           EXIT SECTION.

       7100-CORRIGIR-SALDO.
      *    Indice anual da carga do dia convertido a taxa mensal
      *    equivalente. Sem a carga a correcao fica para a proxima
      *    chamada, sem marcar a competencia.
           MOVE 'N' TO WS-COR-CARREGADO
           OPEN INPUT ARQTAXAS
           IF FS-TAXAS-OK
               READ ARQTAXAS
                   AT END CONTINUE
               END-READ
               IF FS-TAXAS-OK
                   MOVE 'S' TO WS-COR-CARREGADO
                   IF IMO-IDX-IGPM
                       MOVE TAXA-IGPM-ATUAL TO WS-COR-INDICE-ANO
                   ELSE
                       MOVE TAXA-IPCA-ATUAL TO WS-COR-INDICE-ANO
                   END-IF
               END-IF
               CLOSE ARQTAXAS
           END-IF
           IF NOT INDICE-CARREGADO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COR-FATOR-MES ROUNDED =
               (1 + WS-COR-INDICE-ANO / 100) ** (1 / 12) - 1
           COMPUTE WS-COR-VALOR ROUNDED =
               IMO-SALDO-DEVEDOR * WS-COR-FATOR-MES
           ADD WS-COR-VALOR TO IMO-SALDO-DEVEDOR
           ADD WS-COR-VALOR TO IMO-CORRECAO-ACUM
           MOVE WS-COMPETENCIA TO IMO-COMPET-CORRIGIDA.

      *================================================================
       7500-BAIXAR-AMORTIZACAO SECTION.
      *================================================================
       7500-INICIO.
      *    Prestacao debitada: abate do saldo a amortizacao gravada
      *    na apuracao do mes.
           MOVE LS-IMO-CONTRATO TO IMO-CONTRATO
           READ ARQIMOBIL
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-IMO-OK
               MOVE 0001 TO LS-IMO-CODIGO
               MOVE 'CONTRATO NAO E IMOBILIARIO' TO LS-IMO-MENSAGEM
               EXIT SECTION
           END-IF
           SUBTRACT IMO-PARC-AMORT FROM IMO-SALDO-DEVEDOR
           IF IMO-SALDO-DEVEDOR < ZEROS
               MOVE ZEROS TO IMO-SALDO-DEVEDOR
           END-IF
           REWRITE REG-IMOBILIARIO
           MOVE IMO-SALDO-DEVEDOR TO LS-IMO-VALOR
           EXIT SECTION.

      *================================================================
       7800-CONSULTAR-SALDO SECTION.
      *================================================================
       7800-INICIO.
           MOVE LS-IMO-CONTRATO TO IMO-CONTRATO
           READ ARQIMOBIL
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-IMO-OK
               MOVE 0001 TO LS-IMO-CODIGO
               MOVE 'CONTRATO NAO E IMOBILIARIO' TO LS-IMO-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE IMO-SALDO-DEVEDOR TO LS-IMO-VALOR
           EXIT SECTION.

      *================================================================
       8000-CALCULAR-PRESTACAO SECTION.
      *================================================================
       8000-INICIO.
      *    SAC: amortizacao = saldo / parcelas restantes (a ultima
      *    zera o saldo); juros e MIP sobre o saldo antes da
      *    amortizacao; DFI sobre o valor do imovel.
           IF WS-PRE-RESTANTES <= 1
               MOVE WS-PRE-SALDO TO WS-PRE-AMORT
           ELSE
               COMPUTE WS-PRE-AMORT ROUNDED =
                   WS-PRE-SALDO / WS-PRE-RESTANTES
           END-IF
           COMPUTE WS-PRE-JUROS ROUNDED =
               WS-PRE-SALDO * WS-PRE-TAXA-MES
           COMPUTE WS-PRE-MIP ROUNDED =
               WS-PRE-SALDO * WS-PRE-TAXA-MIP
           COMPUTE WS-PRE-DFI ROUNDED =
               WS-PRE-IMOVEL * WS-PRE-TAXA-DFI
           COMPUTE WS-PRE-VALOR =
               WS-PRE-AMORT + WS-PRE-JUROS + WS-PRE-MIP + WS-PRE-DFI
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
