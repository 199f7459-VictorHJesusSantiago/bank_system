      *================================================================
      * BANKIMO.COB - Financiamento Imobiliario (Tabela SAC)
      * Sistema Bancario COBOL
      * Produto proprio de credito imobiliario, separado do
      * emprestimo pessoal do BANKLOAN: amortizacao constante (SAC)
      * em ate 420 meses, saldo devedor corrigido mensalmente pelo
      * indice escolhido na contratacao (IPCA ou IGPM da carga
      * BANKTAXA.DAT) e prestacao com os seguros habitacionais MIP
      * (morte e invalidez, sobre o saldo, por faixa de idade) e DFI
      * (danos fisicos, sobre o valor do imovel). O contrato e
      * gravado em BANKEMPR.DAT na situacao G (aguardando garantia)
      * e os dados do SAC em BANKIMOB.DAT; os recursos so sao
      * liberados depois do imovel registrado em alienacao
      * fiduciaria no BANKGARA.DAT (BANKGAR). A cobranca mensal e a
      * do lote noturno do BANKLOAN, que apura a prestacao do mes e
      * baixa a amortizacao paga pelo servico BANKIMS.
      * Chamado pelo BANKMAIN (opcao 25).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMO.

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

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMO-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMO-TRANS-ID
               ALTERNATE RECORD KEY IS IMO-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IMO-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMOC-CLI-ID
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

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

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  IMO-CONTA-NUM         PIC 9(10).
           05  IMO-CONTA-AGENCIA     PIC 9(4).
           05  IMO-CONTA-DIGITO      PIC 9(1).
           05  IMO-CONTA-TIPO        PIC X(2).
           05  IMO-CONTA-STATUS      PIC X(1).
           05  IMO-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  IMO-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  IMO-CONTA-TITULAR     PIC X(60).
           05  IMO-CONTA-CPF         PIC X(11).
           05  IMO-CONTA-EMAIL       PIC X(80).
           05  IMO-CONTA-TELEFONE    PIC X(15).
           05  IMO-CONTA-DT-ABERTURA PIC 9(8).
           05  IMO-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  IMO-CONTA-SENHA-HASH  PIC X(64).
           05  IMO-CONTA-COTIT-NOME  PIC X(60).
           05  IMO-CONTA-COTIT-CPF   PIC X(11).
           05  IMO-CONTA-CLI-ID      PIC 9(10).
           05  IMO-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  IMO-TRANS-ID          PIC 9(15).
           05  IMO-TRANS-CONTA-ORG   PIC 9(10).
           05  IMO-TRANS-CONTA-DEST  PIC 9(10).
           05  IMO-TRANS-TIPO        PIC X(3).
           05  IMO-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  IMO-TRANS-DATA        PIC 9(8).
           05  IMO-TRANS-HORA        PIC 9(6).
           05  IMO-TRANS-DESCRICAO   PIC X(100).
           05  IMO-TRANS-STATUS      PIC X(1).
           05  IMO-TRANS-NSU         PIC 9(12).
           05  IMO-TRANS-CANAL       PIC X(10).
           05  IMO-TRANS-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE-IMO.
           05  IMOC-CLI-ID           PIC 9(10).
           05  IMOC-CLI-NOME         PIC X(60).
           05  IMOC-CLI-CPF          PIC X(14).
           05  IMOC-CLI-RG           PIC X(15).
           05  IMOC-CLI-DT-NASC      PIC 9(8).
           05  IMOC-CLI-SEXO         PIC X(1).
           05  IMOC-CLI-ESTADO-CIVIL PIC X(2).
           05  IMOC-CLI-PROFISSAO    PIC X(40).
           05  IMOC-CLI-RENDA        PIC S9(11)V99 COMP-3.
           05  IMOC-CLI-PERFIL-RISCO PIC X(1).
           05  IMOC-CLI-ENDERECO     PIC X(190).
           05  IMOC-CLI-STATUS       PIC X(1).
           05  IMOC-CLI-SCORE        PIC 9(4).

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
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-IMO-CTRL.
           05  FS-IMOBIL            PIC XX.
               88  FS-IMO-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLIENTE-OK    VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
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
           05  WS-GARSRV-TIPO       PIC X(1).
           05  WS-GARSRV-DESCRICAO  PIC X(60).
           05  WS-GARSRV-VALOR      PIC S9(11)V99 COMP-3.

       01  WS-CONDICOES-CTRL.
      *    Condicoes do financiamento: cota maxima de 80% do valor
      *    do imovel, prazo de 12 a 420 meses, idade na ultima
      *    prestacao ate 80 anos e 6 meses (limite da apolice MIP) e
      *    taxa efetiva anual pela faixa de score do CRM.
           05  WS-IMO-COTA-MAXIMA   PIC 9(3)V99 VALUE 80,00.
           05  WS-IMO-PRAZO-MINIMO  PIC 9(3) VALUE 12.
           05  WS-IMO-PRAZO-MAXIMO  PIC 9(3) VALUE 420.
           05  WS-IMO-IDADE-LIMITE  PIC 9(4) VALUE 966.
           05  WS-IMO-TAXA-DFI-PAD  PIC 9V9(6) VALUE 0,000090.
           05  WS-IMO-CONTA-INF     PIC 9(10).
           05  WS-IMO-CONTRATO-INF  PIC 9(10).
           05  WS-IMO-IMOVEL-INF    PIC 9(9)V99.
           05  WS-IMO-FINANC-INF    PIC 9(9)V99.
           05  WS-IMO-PRAZO-INF     PIC 9(3).
           05  WS-IMO-DIA-INF       PIC 9(2).
           05  WS-IMO-INDICE-INF    PIC X(1).
           05  WS-IMO-TAXA-ANO      PIC 9(2)V9(4).
           05  WS-IMO-TAXA-MES      PIC 9V9(8).
           05  WS-IMO-TAXA-MIP      PIC 9V9(6).
           05  WS-IMO-IDADE         PIC 9(3).
           05  WS-IMO-TEM-CONDICAO  PIC X(1).
               88  TEM-CONDICAO     VALUE 'S'.
           05  WS-IMO-CONFIRMA      PIC X(1).
           05  WS-IMO-DESCRICAO-INF PIC X(60).

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

       01  WS-TABELA-CTRL.
           05  WS-TAB-PARCELA       PIC 9(3).
           05  WS-TAB-PRIMEIRA      PIC 9(3).
           05  WS-TAB-TOT-JUROS     PIC S9(13)V99 COMP-3.
           05  WS-TAB-TOT-SEGUROS   PIC S9(11)V99 COMP-3.
           05  WS-TAB-TOT-PAGO      PIC S9(13)V99 COMP-3.
           05  WS-TAB-PARC-DISP     PIC ZZ9.
           05  WS-TAB-AMORT-DISP    PIC Z(8)9,99.
           05  WS-TAB-JUROS-DISP    PIC Z(8)9,99.
           05  WS-TAB-SEG-DISP      PIC Z(6)9,99.
           05  WS-TAB-PREST-DISP    PIC Z(8)9,99.
           05  WS-TAB-SALDO-DISP    PIC Z(8)9,99.

       01  WS-GERAL-CTRL.
           05  WS-EMP-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-COMPETENCIA       PIC 9(6).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-TX-DISP           PIC Z9,9999.

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
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           OPEN I-O ARQIMOBIL
           IF FS-IMOBIL = '35'
               OPEN OUTPUT ARQIMOBIL
               CLOSE ARQIMOBIL
               OPEN I-O ARQIMOBIL
           END-IF
           PERFORM 0100-ABRIR-ARQUIVOS-MENU
           MOVE 'S' TO WS-CONTINUAR
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTAS ARQTRANS ARQCLIENTE ARQEMPREST
           CLOSE ARQIMOBIL
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS-MENU.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQCLIENTE
           OPEN I-O ARQEMPREST
           IF FS-EMPREST = '35'
               OPEN OUTPUT ARQEMPREST
               CLOSE ARQEMPREST
               OPEN I-O ARQEMPREST
           END-IF
           MOVE ZEROS TO WS-EMP-PROX-ID
           MOVE 9999999999 TO EMP-ID
           START ARQEMPREST KEY IS <= EMP-ID
           IF FS-EMP-OK
               READ ARQEMPREST NEXT
               IF FS-EMP-OK
                   MOVE EMP-ID TO WS-EMP-PROX-ID
               END-IF
           END-IF
      *    Mesma tecnica do BANKTRAN para o contador de transacoes.
           MOVE ZEROS TO WS-PROXIMO-ID
           MOVE 999999999999999 TO IMO-TRANS-ID
           START ARQTRANS KEY IS <= IMO-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE IMO-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF
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
           DISPLAY ' FINANCIAMENTO IMOBILIARIO (SAC)'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Simular financiamento'
           DISPLAY ' 02. Contratar financiamento'
           DISPLAY ' 03. Registrar alienacao fiduciaria do imovel'
           DISPLAY ' 04. Liberar recursos'
           DISPLAY ' 05. Tabela de amortizacao do contrato'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Contratacao, registro e liberacao passam pela matriz de
      *    permissoes (o perfil auditor e somente leitura).
           IF WS-OPCAO = '02' OR '03' OR '04'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-SIMULAR
               WHEN '02'
                   PERFORM 3000-CONTRATAR
               WHEN '03'
                   PERFORM 4000-REGISTRAR-ALIENACAO
               WHEN '04'
                   PERFORM 5000-LIBERAR-RECURSOS
               WHEN '05'
                   PERFORM 6000-TABELA-CONTRATO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1900-VERIFICAR-PERMISSAO-MOV.
      *    Sem operador identificado a matriz nao e consultada;
      *    negado, a operacao nem comeca.
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
       2000-SIMULAR SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 2100-APURAR-CONDICOES
           IF NOT TEM-CONDICAO
               EXIT SECTION
           END-IF
           PERFORM 2300-EXIBIR-RESUMO
           DISPLAY 'Exibir a tabela de amortizacao? (S/N): '
           ACCEPT WS-IMO-CONFIRMA
           IF WS-IMO-CONFIRMA = 'S'
               MOVE WS-IMO-FINANC-INF TO WS-PRE-SALDO
               MOVE WS-IMO-IMOVEL-INF TO WS-PRE-IMOVEL
               MOVE WS-IMO-PRAZO-INF TO WS-PRE-RESTANTES
               MOVE 1 TO WS-TAB-PRIMEIRA
               PERFORM 6500-EXIBIR-TABELA
           END-IF
           EXIT SECTION.

       2100-APURAR-CONDICOES.
      *    Coleta e valida a proposta; taxa pela faixa de score do
      *    CRM e MIP pela faixa de idade do proponente.
           MOVE 'N' TO WS-IMO-TEM-CONDICAO
           DISPLAY 'Numero da Conta: '
           ACCEPT WS-IMO-CONTA-INF
           MOVE WS-IMO-CONTA-INF TO IMO-CONTA-NUM
           READ ARQCONTAS KEY IS IMO-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR IMO-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               EXIT PARAGRAPH
           END-IF
           IF IMO-CONTA-CLI-ID = ZEROS
               DISPLAY 'CONTA SEM CLIENTE NO CRM'
               EXIT PARAGRAPH
           END-IF
           MOVE IMO-CONTA-CLI-ID TO IMOC-CLI-ID
           READ ARQCLIENTE KEY IS IMOC-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLIENTE-OK
               DISPLAY 'CLIENTE NAO LOCALIZADO NO CRM'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IMOC-CLI-SCORE >= 800
                   MOVE 09,5000 TO WS-IMO-TAXA-ANO
               WHEN IMOC-CLI-SCORE >= 600
                   MOVE 10,5000 TO WS-IMO-TAXA-ANO
               WHEN IMOC-CLI-SCORE >= 400
                   MOVE 11,7500 TO WS-IMO-TAXA-ANO
               WHEN OTHER
                   DISPLAY 'SCORE INSUFICIENTE PARA FINANCIAMENTO'
                   EXIT PARAGRAPH
           END-EVALUATE
           IF IMOC-CLI-DT-NASC = ZEROS
              OR IMOC-CLI-DT-NASC > WS-DATA-HOJE
               DISPLAY 'DATA DE NASCIMENTO NAO INFORMADA NO CRM'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IMO-IDADE =
               (WS-DATA-HOJE - IMOC-CLI-DT-NASC) / 10000
           DISPLAY 'Valor do imovel: '
           ACCEPT WS-IMO-IMOVEL-INF
           IF WS-IMO-IMOVEL-INF <= ZEROS
               DISPLAY 'VALOR DO IMOVEL INVALIDO'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Valor a financiar (ate ' WS-IMO-COTA-MAXIMA
               '% do imovel): '
           ACCEPT WS-IMO-FINANC-INF
           IF WS-IMO-FINANC-INF <= ZEROS
              OR WS-IMO-FINANC-INF >
                 WS-IMO-IMOVEL-INF * WS-IMO-COTA-MAXIMA / 100
               DISPLAY 'VALOR ACIMA DA COTA DE FINANCIAMENTO'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Prazo em meses (' WS-IMO-PRAZO-MINIMO ' a '
               WS-IMO-PRAZO-MAXIMO '): '
           ACCEPT WS-IMO-PRAZO-INF
           IF WS-IMO-PRAZO-INF < WS-IMO-PRAZO-MINIMO
              OR WS-IMO-PRAZO-INF > WS-IMO-PRAZO-MAXIMO
               DISPLAY 'PRAZO INVALIDO'
               EXIT PARAGRAPH
           END-IF
           IF WS-IMO-IDADE * 12 + WS-IMO-PRAZO-INF >
              WS-IMO-IDADE-LIMITE
               DISPLAY 'IDADE + PRAZO ACIMA DO LIMITE DA APOLICE MIP'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Indice de correcao (I=IPCA G=IGPM): '
           ACCEPT WS-IMO-INDICE-INF
           IF WS-IMO-INDICE-INF NOT = 'I' AND NOT = 'G'
               DISPLAY 'INDICE INVALIDO'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IMO-IDADE <= 30
                   MOVE 0,000120 TO WS-IMO-TAXA-MIP
               WHEN WS-IMO-IDADE <= 40
                   MOVE 0,000190 TO WS-IMO-TAXA-MIP
               WHEN WS-IMO-IDADE <= 50
                   MOVE 0,000380 TO WS-IMO-TAXA-MIP
               WHEN WS-IMO-IDADE <= 60
                   MOVE 0,000800 TO WS-IMO-TAXA-MIP
               WHEN OTHER
                   MOVE 0,001650 TO WS-IMO-TAXA-MIP
           END-EVALUATE
      *    Taxa mensal equivalente a taxa efetiva anual.
           COMPUTE WS-IMO-TAXA-MES ROUNDED =
               (1 + WS-IMO-TAXA-ANO / 100) ** (1 / 12) - 1
           MOVE WS-IMO-TAXA-MES TO WS-PRE-TAXA-MES
           MOVE WS-IMO-TAXA-MIP TO WS-PRE-TAXA-MIP
           MOVE WS-IMO-TAXA-DFI-PAD TO WS-PRE-TAXA-DFI
           MOVE 'S' TO WS-IMO-TEM-CONDICAO.

       2300-EXIBIR-RESUMO.
           MOVE WS-IMO-FINANC-INF TO WS-PRE-SALDO
           MOVE WS-IMO-IMOVEL-INF TO WS-PRE-IMOVEL
           MOVE WS-IMO-PRAZO-INF TO WS-PRE-RESTANTES
           PERFORM 8000-CALCULAR-PRESTACAO
           MOVE WS-IMO-TAXA-ANO TO WS-TX-DISP
           DISPLAY 'TAXA EFETIVA: ' WS-TX-DISP '% A.A. + '
               WS-IMO-INDICE-INF ' (I=IPCA G=IGPM)'
           MOVE WS-PRE-AMORT TO WS-VL-DISP
           DISPLAY 'AMORTIZACAO MENSAL : R$ ' WS-VL-DISP
           MOVE WS-PRE-JUROS TO WS-VL-DISP
           DISPLAY '1A PARCELA - JUROS : R$ ' WS-VL-DISP
           MOVE WS-PRE-MIP TO WS-VL-DISP
           DISPLAY '1A PARCELA - MIP   : R$ ' WS-VL-DISP
           MOVE WS-PRE-DFI TO WS-VL-DISP
           DISPLAY '1A PARCELA - DFI   : R$ ' WS-VL-DISP
           MOVE WS-PRE-VALOR TO WS-VL-DISP
           DISPLAY '1A PRESTACAO       : R$ ' WS-VL-DISP
               ' (DECRESCENTE, SEM A CORRECAO FUTURA)'.

      *================================================================
       3000-CONTRATAR SECTION.
      *================================================================
       3000-INICIO.
      *    O contrato nasce aguardando garantia: sem alienacao
      *    fiduciaria registrada nao ha liberacao nem cobranca.
      *    Financiamento habitacional e isento de IOF.
           PERFORM 2100-APURAR-CONDICOES
           IF NOT TEM-CONDICAO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2300-EXIBIR-RESUMO
           DISPLAY 'Dia de vencimento das prestacoes (01-28): '
           ACCEPT WS-IMO-DIA-INF
           IF WS-IMO-DIA-INF < 1 OR WS-IMO-DIA-INF > 28
               DISPLAY 'DIA INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Confirmar contratacao? (S/N): '
           ACCEPT WS-IMO-CONFIRMA
           IF WS-IMO-CONFIRMA NOT = 'S'
               DISPLAY 'CONTRATACAO CANCELADA'
               EXIT SECTION
           END-IF
           ADD 1 TO WS-EMP-PROX-ID
           MOVE WS-EMP-PROX-ID TO EMP-ID
           MOVE WS-IMO-CONTA-INF TO EMP-CONTA
           MOVE IMO-CONTA-CLI-ID TO EMP-CLI-ID
           MOVE WS-IMO-FINANC-INF TO EMP-PRINCIPAL
           COMPUTE EMP-TAXA-MES ROUNDED = WS-IMO-TAXA-MES * 100
           MOVE WS-IMO-PRAZO-INF TO EMP-PRAZO-MESES
           MOVE WS-PRE-VALOR TO EMP-VALOR-PARCELA
           MOVE ZEROS TO EMP-PARCELAS-PAGAS
           MOVE WS-IMO-DIA-INF TO EMP-DIA-VENCTO
           MOVE WS-DATA-HOJE TO EMP-DT-CONTRATO
           MOVE ZEROS TO EMP-QTD-ATRASOS
           MOVE ZEROS TO EMP-COMPET-COBRADA
           MOVE ZEROS TO EMP-COMPET-ATRASO
           MOVE 'G' TO EMP-SITUACAO
           WRITE REG-EMPRESTIMO
           IF NOT FS-EMP-OK
               DISPLAY 'ERRO AO GRAVAR CONTRATO: ' FS-EMPREST
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE EMP-ID TO IMO-CONTRATO
           MOVE WS-IMO-CONTA-INF TO IMO-CONTA
           MOVE WS-IMO-IMOVEL-INF TO IMO-VALOR-IMOVEL
           MOVE WS-IMO-FINANC-INF TO IMO-VALOR-FINANCIADO
           MOVE WS-IMO-FINANC-INF TO IMO-SALDO-DEVEDOR
           MOVE WS-IMO-TAXA-ANO TO IMO-TAXA-ANO
           MOVE WS-IMO-TAXA-MES TO IMO-TAXA-MES
           MOVE WS-IMO-INDICE-INF TO IMO-INDICE
           MOVE WS-IMO-TAXA-MIP TO IMO-TAXA-MIP
           MOVE WS-IMO-TAXA-DFI-PAD TO IMO-TAXA-DFI
           MOVE ZEROS TO IMO-COMPET-CORRIGIDA
           MOVE ZEROS TO IMO-CORRECAO-ACUM
           MOVE WS-PRE-AMORT TO IMO-PARC-AMORT
           MOVE WS-PRE-JUROS TO IMO-PARC-JUROS
           MOVE WS-PRE-MIP TO IMO-PARC-MIP
           MOVE WS-PRE-DFI TO IMO-PARC-DFI
           MOVE ZEROS TO IMO-DT-LIBERACAO
           WRITE REG-IMOBILIARIO
           DISPLAY 'CONTRATO ' EMP-ID ' AGUARDANDO REGISTRO DA '
               'ALIENACAO FIDUCIARIA DO IMOVEL'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-REGISTRAR-ALIENACAO SECTION.
      *================================================================
       4000-INICIO.
      *    Imovel registrado como garantia tipo M no BANKGARA.DAT,
      *    pelo valor de avaliacao informado na contratacao.
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-IMO-CONTRATO-INF
           PERFORM 4100-LER-CONTRATO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT EMP-AGUARD-GARANTIA
               DISPLAY 'CONTRATO NAO ESTA AGUARDANDO GARANTIA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Matricula e cartorio do imovel: '
           ACCEPT WS-IMO-DESCRICAO-INF
           IF WS-IMO-DESCRICAO-INF = SPACES
               DISPLAY 'MATRICULA OBRIGATORIA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'C' TO WS-GARSRV-MODO
           MOVE IMO-CONTRATO TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           MOVE 'M' TO WS-GARSRV-TIPO
           MOVE WS-IMO-DESCRICAO-INF TO WS-GARSRV-DESCRICAO
           MOVE IMO-VALOR-IMOVEL TO WS-GARSRV-VALOR
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           DISPLAY WS-GARSRV-MENSAGEM
           MOVE WS-GARSRV-CODIGO TO LS-CODIGO
           EXIT SECTION.

       4100-LER-CONTRATO.
           MOVE 0 TO LS-CODIGO
           MOVE WS-IMO-CONTRATO-INF TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-IMO-CONTRATO-INF TO IMO-CONTRATO
           READ ARQIMOBIL
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK OR NOT FS-IMO-OK
               DISPLAY 'CONTRATO IMOBILIARIO NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
           END-IF.

      *================================================================
       5000-LIBERAR-RECURSOS SECTION.
      *================================================================
       5000-INICIO.
      *    Recursos creditados na conta do mutuario (para o
      *    pagamento ao vendedor) como transacao EMP; a primeira
      *    prestacao vence na competencia seguinte, ja sobre o
      *    saldo corrigido a partir dela.
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-IMO-CONTRATO-INF
           PERFORM 4100-LER-CONTRATO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           IF NOT EMP-AGUARD-GARANTIA
               DISPLAY 'CONTRATO JA LIBERADO OU ENCERRADO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'F' TO WS-GARSRV-MODO
           MOVE IMO-CONTRATO TO WS-GARSRV-CONTRATO
           MOVE ZEROS TO WS-GARSRV-INV-ID
           CALL 'BANKGAR' USING WS-CHAMADA-GARANTIA
           IF WS-GARSRV-CODIGO NOT = 1
               DISPLAY 'IMOVEL SEM ALIENACAO FIDUCIARIA REGISTRADA '
                   '- LIBERACAO BLOQUEADA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE EMP-CONTA TO IMO-CONTA-NUM
           READ ARQCONTAS KEY IS IMO-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR IMO-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA DO CONTRATO INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD IMO-VALOR-FINANCIADO TO IMO-CONTA-SALDO
           MOVE WS-DATA-HOJE TO IMO-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           PERFORM 5100-GRAVAR-TRANS-LIBERACAO
           MOVE 'A' TO EMP-SITUACAO
           MOVE WS-COMPETENCIA TO EMP-COMPET-COBRADA
           REWRITE REG-EMPRESTIMO
           MOVE WS-DATA-MOVIMENTO TO IMO-DT-LIBERACAO
           MOVE WS-COMPETENCIA TO IMO-COMPET-CORRIGIDA
           REWRITE REG-IMOBILIARIO
           MOVE IMO-VALOR-FINANCIADO TO WS-VL-DISP
           DISPLAY 'CONTRATO ' EMP-ID ' LIBERADO NA CONTA: R$ '
               WS-VL-DISP
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-GRAVAR-TRANS-LIBERACAO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO IMO-TRANS-ID
           MOVE EMP-CONTA TO IMO-TRANS-CONTA-ORG
           MOVE ZEROS TO IMO-TRANS-CONTA-DEST
           MOVE 'EMP' TO IMO-TRANS-TIPO
           MOVE IMO-VALOR-FINANCIADO TO IMO-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO IMO-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO IMO-TRANS-HORA
           MOVE SPACES TO IMO-TRANS-DESCRICAO
           STRING 'Liberacao financ. imobiliario contrato '
                                              DELIMITED SIZE
                  EMP-ID                      DELIMITED SIZE
               INTO IMO-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO IMO-TRANS-STATUS
           COMPUTE IMO-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'EMPREST' TO IMO-TRANS-CANAL
           MOVE 'BRL' TO IMO-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       6000-TABELA-CONTRATO SECTION.
      *================================================================
       6000-INICIO.
      *    Tabela completa do contrato a partir do saldo devedor
      *    atual: parcelas pagas ficam de fora e as futuras sao
      *    projetadas sem correcao (o indice do mes so e conhecido
      *    na competencia).
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-IMO-CONTRATO-INF
           PERFORM 4100-LER-CONTRATO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'CONTRATO ' EMP-ID ' CONTA ' EMP-CONTA
               ' SITUACAO ' EMP-SITUACAO
           MOVE IMO-VALOR-FINANCIADO TO WS-VL-DISP
           DISPLAY 'VALOR FINANCIADO   : R$ ' WS-VL-DISP
           MOVE IMO-CORRECAO-ACUM TO WS-VL-DISP
           DISPLAY 'CORRECAO ACUMULADA : R$ ' WS-VL-DISP
               ' (INDICE ' IMO-INDICE ')'
           MOVE IMO-SALDO-DEVEDOR TO WS-VL-DISP
           DISPLAY 'SALDO DEVEDOR      : R$ ' WS-VL-DISP
           DISPLAY 'PARCELAS PAGAS     : ' EMP-PARCELAS-PAGAS
               '/' EMP-PRAZO-MESES
           IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
               DISPLAY 'CONTRATO SEM PARCELAS A VENCER'
               EXIT SECTION
           END-IF
           MOVE IMO-SALDO-DEVEDOR TO WS-PRE-SALDO
           MOVE IMO-VALOR-IMOVEL TO WS-PRE-IMOVEL
           MOVE IMO-TAXA-MES TO WS-PRE-TAXA-MES
           MOVE IMO-TAXA-MIP TO WS-PRE-TAXA-MIP
           MOVE IMO-TAXA-DFI TO WS-PRE-TAXA-DFI
           COMPUTE WS-PRE-RESTANTES =
               EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS
           COMPUTE WS-TAB-PRIMEIRA = EMP-PARCELAS-PAGAS + 1
           PERFORM 6500-EXIBIR-TABELA
           EXIT SECTION.

       6500-EXIBIR-TABELA.
      *    Percorre as parcelas restantes recalculando cada
      *    prestacao sobre o saldo que resta apos a anterior.
           MOVE ZEROS TO WS-TAB-TOT-JUROS WS-TAB-TOT-SEGUROS
                         WS-TAB-TOT-PAGO
           DISPLAY 'PARC   AMORTIZACAO         JUROS     SEGUROS'
               '     PRESTACAO   SALDO DEVEDOR'
           PERFORM VARYING WS-TAB-PARCELA FROM WS-TAB-PRIMEIRA BY 1
                   UNTIL WS-PRE-RESTANTES = ZEROS
               PERFORM 8000-CALCULAR-PRESTACAO
               SUBTRACT WS-PRE-AMORT FROM WS-PRE-SALDO
               SUBTRACT 1 FROM WS-PRE-RESTANTES
               ADD WS-PRE-JUROS TO WS-TAB-TOT-JUROS
               ADD WS-PRE-MIP WS-PRE-DFI TO WS-TAB-TOT-SEGUROS
               ADD WS-PRE-VALOR TO WS-TAB-TOT-PAGO
               MOVE WS-TAB-PARCELA TO WS-TAB-PARC-DISP
               MOVE WS-PRE-AMORT TO WS-TAB-AMORT-DISP
               MOVE WS-PRE-JUROS TO WS-TAB-JUROS-DISP
               COMPUTE WS-TAB-SEG-DISP = WS-PRE-MIP + WS-PRE-DFI
               MOVE WS-PRE-VALOR TO WS-TAB-PREST-DISP
               MOVE WS-PRE-SALDO TO WS-TAB-SALDO-DISP
               DISPLAY WS-TAB-PARC-DISP ' ' WS-TAB-AMORT-DISP
                   ' ' WS-TAB-JUROS-DISP ' ' WS-TAB-SEG-DISP
                   ' ' WS-TAB-PREST-DISP ' ' WS-TAB-SALDO-DISP
           END-PERFORM
           MOVE WS-TAB-TOT-JUROS TO WS-VL-DISP
           DISPLAY 'TOTAL DE JUROS     : R$ ' WS-VL-DISP
           MOVE WS-TAB-TOT-SEGUROS TO WS-VL-DISP
           DISPLAY 'TOTAL DE SEGUROS   : R$ ' WS-VL-DISP
           MOVE WS-TAB-TOT-PAGO TO WS-VL-DISP
           DISPLAY 'TOTAL DAS PARCELAS : R$ ' WS-VL-DISP
           DISPLAY 'VALORES SEM A CORRECAO MONETARIA FUTURA'.

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
