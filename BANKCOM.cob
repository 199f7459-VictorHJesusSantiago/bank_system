      *================================================================
      * BANKCOM.COB - Producao Comercial e Comissao de Vendas
      * Sistema Bancario COBOL
      * Apuracao mensal da producao dos operadores das agencias a
      * partir do registro de vendas (BANKVEND.DAT, gravado pelo
      * BANKVDA na contratacao de cada produto): relatorio por
      * vendedor, agencia e produto (BANKPROD.TXT) com os pontos de
      * cada produto da tabela de parametros BANKPONT.DAT, e arquivo
      * de comissao para o RH (BANKCOMS.TXT) com os pontos liquidos
      * e o valor a pagar por vendedor e agencia.
      * Venda estornada dentro da janela de estorno (CFG-VDA-JANELA-
      * ESTORNO, 90 dias de fabrica) devolve os pontos na competencia
      * do estorno; estorno posterior a janela nao mexe na comissao.
      * O valor do ponto vem de CFG-VDA-VALOR-PONTO (R$ 1,00 de
      * fabrica). Tabela de pontos vazia e semeada com os pontos de
      * fabrica na primeira execucao.
      * Lote (LS-MODO 'B'): apuracao da competencia anterior.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOM.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVENDA ASSIGN TO 'BANKVEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CHAVE
               FILE STATUS IS FS-VENDA.

           SELECT ARQPONTOS ASSIGN TO 'BANKPONT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNT-PRODUTO
               FILE STATUS IS FS-PONTOS.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQPRODUCAO ASSIGN TO 'BANKPROD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCAO.

           SELECT ARQCOMISSAO ASSIGN TO 'BANKCOMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMISSAO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVENDA.
           COPY BANKVEND.

       FD  ARQPONTOS.
       01  REG-PONTOS.
           05  PNT-PRODUTO           PIC X(3).
           05  PNT-DESCRICAO         PIC X(30).
           05  PNT-PONTOS            PIC 9(5).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQPRODUCAO.
       01  REG-PRODUCAO              PIC X(132).

      *    Interface de comissao para o RH: uma linha por vendedor e
      *    agencia da competencia, pontos liquidos dos estornos.
       FD  ARQCOMISSAO.
       01  REG-COMISSAO.
           05  COM-COMPETENCIA       PIC 9(6).
           05  COM-VENDEDOR          PIC X(20).
           05  COM-AGENCIA           PIC 9(4).
           05  COM-QTD-VENDAS        PIC 9(5).
           05  COM-QTD-ESTORNOS      PIC 9(5).
           05  COM-PONTOS            PIC S9(7) SIGN LEADING SEPARATE.
           05  COM-VALOR             PIC S9(9)V99
                                     SIGN LEADING SEPARATE.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COM-CTRL.
           05  FS-VENDA             PIC XX.
               88  FS-VND-OK        VALUE '00'.
               88  FS-VND-EOF       VALUE '10'.
           05  FS-PONTOS            PIC XX.
               88  FS-PNT-OK        VALUE '00'.
               88  FS-PNT-EOF       VALUE '10'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  FS-PRODUCAO          PIC XX.
           05  FS-COMISSAO          PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-PARAMETROS-COM.
      *    Janela de estorno e valor do ponto de fabrica
           05  WS-COM-JANELA        PIC 9(3) VALUE 90.
           05  WS-COM-VALOR-PONTO   PIC 9(3)V99 VALUE 1,00.
           05  WS-COM-COMPET        PIC 9(6).
           05  WS-COM-COMPET-R REDEFINES WS-COM-COMPET.
               10  WS-COM-AAAA      PIC 9(4).
               10  WS-COM-MM        PIC 9(2).
           05  WS-COM-DIAS          PIC S9(7) COMP-3.

      *    Pontos de fabrica por produto: codigo 3, descricao 30,
      *    pontos 5
       01  WS-SEM-TABELA.
           05  FILLER PIC X(38) VALUE
               'CTAABERTURA DE CONTA             00010'.
           05  FILLER PIC X(38) VALUE
               'EMPCONTRATO DE EMPRESTIMO        00030'.
           05  FILLER PIC X(38) VALUE
               'INVAPLICACAO EM INVESTIMENTO     00020'.
           05  FILLER PIC X(38) VALUE
               'CCREMISSAO DE CARTAO DE CREDITO  00025'.
           05  FILLER PIC X(38) VALUE
               'CDEEMISSAO DE CARTAO DE DEBITO   00005'.
           05  FILLER PIC X(38) VALUE
               'PACPACOTE DE TARIFAS             00015'.
       01  WS-SEM-ENTRADAS REDEFINES WS-SEM-TABELA.
           05  WS-SEM-ENTRADA OCCURS 6 TIMES.
               10  WS-SEM-PRODUTO   PIC X(3).
               10  WS-SEM-DESCRICAO PIC X(30).
               10  WS-SEM-PONTOS    PIC 9(5).
       01  WS-SEM-IDX               PIC 9(2).

       01  WS-TABELA-PONTOS.
           05  WS-PNT-QTD           PIC 9(2) COMP.
           05  WS-PNT-ITEM OCCURS 20 TIMES.
               10  WS-PNT-PRODUTO   PIC X(3).
               10  WS-PNT-PONTOS    PIC 9(5).
           05  WS-PNT-IDX           PIC 9(2) COMP.
           05  WS-PNT-VALOR         PIC 9(5).
           05  WS-PNT-PRODUTO-INF   PIC X(3).
           05  WS-PNT-PONTOS-INF    PIC 9(5).

      *    Producao da competencia por vendedor + agencia + produto,
      *    mantida em ordem de chave para o relatorio sair agrupado.
       01  WS-PRODUCAO-CTRL.
           05  WS-PRD-QTD           PIC 9(4) COMP.
           05  WS-PRD-ITEM OCCURS 2000 TIMES.
               10  WS-PRD-CHAVE.
                   15  WS-PRD-VENDEDOR PIC X(20).
                   15  WS-PRD-AGENCIA  PIC 9(4).
                   15  WS-PRD-PRODUTO  PIC X(3).
               10  WS-PRD-VENDAS    PIC 9(5).
               10  WS-PRD-ESTORNOS  PIC 9(5).
               10  WS-PRD-PONTOS    PIC S9(7) COMP-3.
               10  WS-PRD-VOLUME    PIC S9(13)V99 COMP-3.
           05  WS-PRD-IDX           PIC 9(4) COMP.
           05  WS-PRD-POS           PIC 9(4) COMP.
           05  WS-PRD-CHAVE-NOVA.
               10  WS-PRD-NV-VENDEDOR PIC X(20).
               10  WS-PRD-NV-AGENCIA  PIC 9(4).
               10  WS-PRD-NV-PRODUTO  PIC X(3).
           05  WS-PRD-QTD-VENDAS    PIC 9(7).
           05  WS-PRD-QTD-ESTORNOS  PIC 9(7).
           05  WS-PRD-QTD-IGNORADOS PIC 9(7).

       01  WS-RELATORIO-CTRL.
           05  WS-REL-LINHA         PIC X(132).
           05  WS-REL-VENDEDOR-ANT  PIC X(20).
           05  WS-REL-SUB-PONTOS    PIC S9(7) COMP-3.
           05  WS-REL-TOT-PONTOS    PIC S9(9) COMP-3.
           05  WS-REL-TOT-VALOR     PIC S9(11)V99 COMP-3.
           05  WS-REL-PONTOS-ED     PIC -(7)9.
           05  WS-REL-VOLUME-ED     PIC Z(12)9,99-.
           05  WS-REL-VALOR-ED      PIC Z(10)9,99-.
           05  WS-HR-VENDEDOR       PIC X(20).
           05  WS-HR-AGENCIA        PIC 9(4).
           05  WS-HR-VENDAS         PIC 9(5).
           05  WS-HR-ESTORNOS       PIC 9(5).
           05  WS-HR-PONTOS         PIC S9(7) COMP-3.
           05  WS-HR-QTD-LINHAS     PIC 9(5).
           05  WS-VDA-VENDEDOR-INF  PIC X(20).
           05  WS-VDA-QTD           PIC 9(5).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

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
           PERFORM 0140-CARREGAR-CONFIGURACAO
           PERFORM 0160-ABRIR-ARQPONTOS
           PERFORM 0150-COMPETENCIA-ANTERIOR
           IF LS-MODO-BATCH
               PERFORM 3000-APURAR-PRODUCAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQPONTOS
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

       0140-CARREGAR-CONFIGURACAO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG-OK
                   IF CFG-VDA-JANELA-ESTORNO > ZEROS
                       MOVE CFG-VDA-JANELA-ESTORNO TO WS-COM-JANELA
                   END-IF
                   IF CFG-VDA-VALOR-PONTO > ZEROS
                       MOVE CFG-VDA-VALOR-PONTO TO WS-COM-VALOR-PONTO
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0150-COMPETENCIA-ANTERIOR.
      *    A comissao do mes e paga no mes seguinte: a competencia
      *    padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COM-COMPET
           IF WS-COM-MM = 1
               SUBTRACT 1 FROM WS-COM-AAAA
               MOVE 12 TO WS-COM-MM
           ELSE
               SUBTRACT 1 FROM WS-COM-MM
           END-IF.

       0160-ABRIR-ARQPONTOS.
           OPEN I-O ARQPONTOS
           IF FS-PONTOS = '35'
               OPEN OUTPUT ARQPONTOS
               CLOSE ARQPONTOS
               OPEN I-O ARQPONTOS
           END-IF
           MOVE LOW-VALUES TO PNT-PRODUTO
           START ARQPONTOS KEY >= PNT-PRODUTO
               INVALID KEY MOVE '10' TO FS-PONTOS
           END-START
           IF FS-PNT-OK
               READ ARQPONTOS NEXT
                   AT END MOVE '10' TO FS-PONTOS
               END-READ
           END-IF
           IF FS-PNT-EOF
               DISPLAY 'TABELA DE PONTOS VAZIA - SEMEANDO OS PONTOS '
                   'DE FABRICA'
               PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                       UNTIL WS-SEM-IDX > 6
                   MOVE WS-SEM-PRODUTO(WS-SEM-IDX) TO PNT-PRODUTO
                   MOVE WS-SEM-DESCRICAO(WS-SEM-IDX) TO PNT-DESCRICAO
                   MOVE WS-SEM-PONTOS(WS-SEM-IDX) TO PNT-PONTOS
                   WRITE REG-PONTOS
               END-PERFORM
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' PRODUCAO COMERCIAL E COMISSAO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Tabela de pontos por produto'
           DISPLAY ' 02. Apurar competencia anterior'
           DISPLAY ' 03. Apurar outra competencia'
           DISPLAY ' 04. Vendas de um vendedor'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-TABELA-PONTOS
               WHEN '02'
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 3000-APURAR-PRODUCAO
               WHEN '03'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-COM-COMPET
                   IF WS-COM-MM < 1 OR WS-COM-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 3000-APURAR-PRODUCAO
                   END-IF
               WHEN '04'
                   PERFORM 5000-VENDAS-VENDEDOR
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-TABELA-PONTOS SECTION.
      *================================================================
       2000-INICIO.
           MOVE LOW-VALUES TO PNT-PRODUTO
           START ARQPONTOS KEY >= PNT-PRODUTO
               INVALID KEY MOVE '10' TO FS-PONTOS
           END-START
           PERFORM UNTIL FS-PNT-EOF
               READ ARQPONTOS NEXT
                   AT END MOVE '10' TO FS-PONTOS
               END-READ
               IF NOT FS-PNT-EOF
                   DISPLAY PNT-PRODUTO ' ' PNT-DESCRICAO ' '
                       PNT-PONTOS ' PONTOS'
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PONTOS
      *    Alteracao da tabela e parametro de remuneracao: so gerente.
           DISPLAY 'Produto a alterar (ENTER sai): '
           MOVE SPACES TO WS-PNT-PRODUTO-INF
           ACCEPT WS-PNT-PRODUTO-INF
           IF WS-PNT-PRODUTO-INF = SPACES
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PNT-PRODUTO-INF)
               TO WS-PNT-PRODUTO-INF
           MOVE WS-PNT-PRODUTO-INF TO PNT-PRODUTO
           READ ARQPONTOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-PNT-OK
               DISPLAY 'PRODUTO NAO CADASTRADO NA TABELA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Pontos por venda: '
           ACCEPT WS-PNT-PONTOS-INF
           PERFORM 2100-VERIFICAR-PERMISSAO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE PNT-PONTOS TO WS-PNT-VALOR
           MOVE WS-PNT-PONTOS-INF TO PNT-PONTOS
           REWRITE REG-PONTOS
           PERFORM 2200-AUDITAR-ALTERACAO
           DISPLAY 'PONTOS DE ' PNT-PRODUTO ' ALTERADOS PARA '
               PNT-PONTOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-VERIFICAR-PERMISSAO.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       2200-AUDITAR-ALTERACAO.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKPONT.DAT' TO WS-AUD-ARQUIVO
           MOVE PNT-PRODUTO TO WS-AUD-CHAVE
           MOVE 'PONTOS' TO WS-AUD-CAMPO
           MOVE WS-PNT-VALOR TO WS-AUD-ANTES
           MOVE PNT-PONTOS TO WS-AUD-DEPOIS
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       3000-APURAR-PRODUCAO SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- PRODUCAO COMERCIAL - COMPETENCIA '
               WS-COM-COMPET ' ---'
           PERFORM 3050-CARREGAR-PONTOS
           MOVE ZEROS TO WS-PRD-QTD WS-PRD-QTD-VENDAS
                         WS-PRD-QTD-ESTORNOS WS-PRD-QTD-IGNORADOS
           OPEN INPUT ARQVENDA
           IF NOT FS-VND-OK
               DISPLAY 'SEM REGISTRO DE VENDAS (BANKVEND.DAT)'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO VND-CHAVE
           START ARQVENDA KEY >= VND-CHAVE
               INVALID KEY MOVE '10' TO FS-VENDA
           END-START
           PERFORM UNTIL FS-VND-EOF
               READ ARQVENDA NEXT
                   AT END MOVE '10' TO FS-VENDA
               END-READ
               IF NOT FS-VND-EOF
                   PERFORM 3100-CLASSIFICAR-VENDA
               END-IF
           END-PERFORM
           CLOSE ARQVENDA
           PERFORM 4000-EMITIR-RELATORIO
           PERFORM 4500-GERAR-ARQUIVO-RH
           DISPLAY 'VENDAS NA COMPETENCIA : ' WS-PRD-QTD-VENDAS
           DISPLAY 'ESTORNOS COM DEVOLUCAO: ' WS-PRD-QTD-ESTORNOS
           IF WS-PRD-QTD-IGNORADOS > ZEROS
               DISPLAY 'ESTORNOS FORA DA JANELA DE ' WS-COM-JANELA
                   ' DIAS (SEM DEVOLUCAO): ' WS-PRD-QTD-IGNORADOS
           END-IF
           DISPLAY 'RELATORIO EM BANKPROD.TXT - COMISSAO PARA O RH '
               'EM BANKCOMS.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-CARREGAR-PONTOS.
           MOVE ZEROS TO WS-PNT-QTD
           MOVE LOW-VALUES TO PNT-PRODUTO
           START ARQPONTOS KEY >= PNT-PRODUTO
               INVALID KEY MOVE '10' TO FS-PONTOS
           END-START
           PERFORM UNTIL FS-PNT-EOF
               READ ARQPONTOS NEXT
                   AT END MOVE '10' TO FS-PONTOS
               END-READ
               IF NOT FS-PNT-EOF AND WS-PNT-QTD < 20
                   ADD 1 TO WS-PNT-QTD
                   MOVE PNT-PRODUTO TO WS-PNT-PRODUTO(WS-PNT-QTD)
                   MOVE PNT-PONTOS TO WS-PNT-PONTOS(WS-PNT-QTD)
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PONTOS.

       3100-CLASSIFICAR-VENDA.
      *    Venda da competencia soma os pontos do produto; estorno da
      *    competencia dentro da janela os devolve.
           IF VND-DT-VENDA(1:6) = WS-COM-COMPET
               PERFORM 3200-PONTOS-DO-PRODUTO
               PERFORM 3300-LOCALIZAR-ITEM
               IF WS-PRD-IDX > ZEROS
                   ADD 1 TO WS-PRD-VENDAS(WS-PRD-IDX)
                   ADD WS-PNT-VALOR TO WS-PRD-PONTOS(WS-PRD-IDX)
                   ADD VND-VALOR TO WS-PRD-VOLUME(WS-PRD-IDX)
                   ADD 1 TO WS-PRD-QTD-VENDAS
               END-IF
           END-IF
           IF VND-ESTORNADA
              AND VND-DT-ESTORNO(1:6) = WS-COM-COMPET
               COMPUTE WS-COM-DIAS =
                   FUNCTION INTEGER-OF-DATE(VND-DT-ESTORNO)
                   - FUNCTION INTEGER-OF-DATE(VND-DT-VENDA)
               IF WS-COM-DIAS > WS-COM-JANELA
                   ADD 1 TO WS-PRD-QTD-IGNORADOS
               ELSE
                   PERFORM 3200-PONTOS-DO-PRODUTO
                   PERFORM 3300-LOCALIZAR-ITEM
                   IF WS-PRD-IDX > ZEROS
                       ADD 1 TO WS-PRD-ESTORNOS(WS-PRD-IDX)
                       SUBTRACT WS-PNT-VALOR
                           FROM WS-PRD-PONTOS(WS-PRD-IDX)
                       SUBTRACT VND-VALOR
                           FROM WS-PRD-VOLUME(WS-PRD-IDX)
                       ADD 1 TO WS-PRD-QTD-ESTORNOS
                   END-IF
               END-IF
           END-IF.

       3200-PONTOS-DO-PRODUTO.
           MOVE ZEROS TO WS-PNT-VALOR
           PERFORM VARYING WS-PNT-IDX FROM 1 BY 1
                   UNTIL WS-PNT-IDX > WS-PNT-QTD
               IF WS-PNT-PRODUTO(WS-PNT-IDX) = VND-PRODUTO
                   MOVE WS-PNT-PONTOS(WS-PNT-IDX) TO WS-PNT-VALOR
               END-IF
           END-PERFORM.

       3300-LOCALIZAR-ITEM.
      *    Posicao do vendedor + agencia + produto da venda na tabela
      *    de producao, incluido em ordem na primeira ocorrencia.
           MOVE VND-VENDEDOR TO WS-PRD-NV-VENDEDOR
           MOVE VND-AGENCIA TO WS-PRD-NV-AGENCIA
           MOVE VND-PRODUTO TO WS-PRD-NV-PRODUTO
           MOVE ZEROS TO WS-PRD-IDX
           MOVE ZEROS TO WS-PRD-POS
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-QTD
                      OR WS-PRD-POS > ZEROS
               IF WS-PRD-CHAVE(WS-PRD-IDX) >= WS-PRD-CHAVE-NOVA
                   MOVE WS-PRD-IDX TO WS-PRD-POS
               END-IF
           END-PERFORM
           IF WS-PRD-POS > ZEROS
               IF WS-PRD-CHAVE(WS-PRD-POS) = WS-PRD-CHAVE-NOVA
                   MOVE WS-PRD-POS TO WS-PRD-IDX
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-PRD-POS = WS-PRD-QTD + 1
           END-IF
           IF WS-PRD-QTD >= 2000
               DISPLAY 'TABELA DE PRODUCAO CHEIA - VENDA '
                   VND-PRODUTO ' ' VND-CONTRATO ' FORA DA APURACAO'
               MOVE ZEROS TO WS-PRD-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRD-IDX FROM WS-PRD-QTD BY -1
                   UNTIL WS-PRD-IDX < WS-PRD-POS
               MOVE WS-PRD-ITEM(WS-PRD-IDX)
                   TO WS-PRD-ITEM(WS-PRD-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PRD-QTD
           MOVE WS-PRD-POS TO WS-PRD-IDX
           MOVE WS-PRD-CHAVE-NOVA TO WS-PRD-CHAVE(WS-PRD-IDX)
           MOVE ZEROS TO WS-PRD-VENDAS(WS-PRD-IDX)
                         WS-PRD-ESTORNOS(WS-PRD-IDX)
                         WS-PRD-PONTOS(WS-PRD-IDX)
                         WS-PRD-VOLUME(WS-PRD-IDX).

      *================================================================
       4000-EMITIR-RELATORIO SECTION.
      *================================================================
       4000-INICIO.
           OPEN OUTPUT ARQPRODUCAO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BANKCOM - PRODUCAO COMERCIAL - COMPETENCIA '
                      DELIMITED SIZE
                  WS-COM-COMPET DELIMITED SIZE
                  ' - JANELA DE ESTORNO ' DELIMITED SIZE
                  WS-COM-JANELA DELIMITED SIZE
                  ' DIAS' DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'VENDEDOR             AGEN PRD VENDAS ESTORN   PONTOS'
               TO WS-REL-LINHA
           MOVE 'VOLUME CONTRATADO' TO WS-REL-LINHA(61:)
           PERFORM 4900-GRAVAR-LINHA
           MOVE ZEROS TO WS-REL-SUB-PONTOS WS-REL-TOT-PONTOS
           MOVE SPACES TO WS-REL-VENDEDOR-ANT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-QTD
               IF WS-PRD-IDX > 1
                  AND WS-PRD-VENDEDOR(WS-PRD-IDX)
                      NOT = WS-REL-VENDEDOR-ANT
                   PERFORM 4200-SUBTOTAL-VENDEDOR
               END-IF
               MOVE WS-PRD-VENDEDOR(WS-PRD-IDX) TO WS-REL-VENDEDOR-ANT
               ADD WS-PRD-PONTOS(WS-PRD-IDX) TO WS-REL-SUB-PONTOS
               ADD WS-PRD-PONTOS(WS-PRD-IDX) TO WS-REL-TOT-PONTOS
               PERFORM 4100-LINHA-DETALHE
           END-PERFORM
           IF WS-PRD-QTD > ZEROS
               PERFORM 4200-SUBTOTAL-VENDEDOR
           END-IF
           COMPUTE WS-REL-TOT-VALOR =
               WS-REL-TOT-PONTOS * WS-COM-VALOR-PONTO
           MOVE WS-REL-TOT-PONTOS TO WS-REL-PONTOS-ED
           MOVE WS-REL-TOT-VALOR TO WS-REL-VALOR-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING 'TOTAL GERAL DE PONTOS ' DELIMITED SIZE
                  WS-REL-PONTOS-ED DELIMITED SIZE
                  ' - COMISSAO R$ ' DELIMITED SIZE
                  WS-REL-VALOR-ED DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 4900-GRAVAR-LINHA
           CLOSE ARQPRODUCAO
           EXIT SECTION.

       4100-LINHA-DETALHE.
           MOVE WS-PRD-PONTOS(WS-PRD-IDX) TO WS-REL-PONTOS-ED
           MOVE WS-PRD-VOLUME(WS-PRD-IDX) TO WS-REL-VOLUME-ED
           MOVE SPACES TO WS-REL-LINHA
           IF WS-PRD-VENDEDOR(WS-PRD-IDX) = SPACES
               MOVE '(SEM VENDEDOR)' TO WS-REL-LINHA(1:20)
           ELSE
               MOVE WS-PRD-VENDEDOR(WS-PRD-IDX) TO WS-REL-LINHA(1:20)
           END-IF
           MOVE WS-PRD-AGENCIA(WS-PRD-IDX) TO WS-REL-LINHA(22:4)
           MOVE WS-PRD-PRODUTO(WS-PRD-IDX) TO WS-REL-LINHA(27:3)
           MOVE WS-PRD-VENDAS(WS-PRD-IDX) TO WS-REL-LINHA(32:5)
           MOVE WS-PRD-ESTORNOS(WS-PRD-IDX) TO WS-REL-LINHA(39:5)
           MOVE WS-REL-PONTOS-ED TO WS-REL-LINHA(46:8)
           MOVE WS-REL-VOLUME-ED TO WS-REL-LINHA(56:17)
           PERFORM 4900-GRAVAR-LINHA.

       4200-SUBTOTAL-VENDEDOR.
           COMPUTE WS-REL-TOT-VALOR =
               WS-REL-SUB-PONTOS * WS-COM-VALOR-PONTO
           MOVE WS-REL-SUB-PONTOS TO WS-REL-PONTOS-ED
           MOVE WS-REL-TOT-VALOR TO WS-REL-VALOR-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING '  SUBTOTAL ' DELIMITED SIZE
                  WS-REL-VENDEDOR-ANT DELIMITED SPACE
                  ' PONTOS ' DELIMITED SIZE
                  WS-REL-PONTOS-ED DELIMITED SIZE
                  ' COMISSAO R$ ' DELIMITED SIZE
                  WS-REL-VALOR-ED DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 4900-GRAVAR-LINHA
           MOVE ZEROS TO WS-REL-SUB-PONTOS.

       4900-GRAVAR-LINHA.
           WRITE REG-PRODUCAO FROM WS-REL-LINHA
           IF NOT LS-MODO-BATCH
               DISPLAY WS-REL-LINHA(1:80)
           END-IF.

      *================================================================
       4500-GERAR-ARQUIVO-RH SECTION.
      *================================================================
       4500-INICIO.
      *    Uma linha por vendedor e agencia; producao sem operador
      *    identificado fica so no relatorio.
           MOVE ZEROS TO WS-HR-QTD-LINHAS
           OPEN OUTPUT ARQCOMISSAO
           MOVE SPACES TO WS-HR-VENDEDOR
           MOVE ZEROS TO WS-HR-AGENCIA
           MOVE ZEROS TO WS-HR-VENDAS WS-HR-ESTORNOS WS-HR-PONTOS
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-QTD
               IF WS-PRD-VENDEDOR(WS-PRD-IDX) NOT = WS-HR-VENDEDOR
                  OR WS-PRD-AGENCIA(WS-PRD-IDX) NOT = WS-HR-AGENCIA
                   PERFORM 4600-GRAVAR-COMISSAO
                   MOVE WS-PRD-VENDEDOR(WS-PRD-IDX) TO WS-HR-VENDEDOR
                   MOVE WS-PRD-AGENCIA(WS-PRD-IDX) TO WS-HR-AGENCIA
                   MOVE ZEROS TO WS-HR-VENDAS WS-HR-ESTORNOS
                                 WS-HR-PONTOS
               END-IF
               ADD WS-PRD-VENDAS(WS-PRD-IDX) TO WS-HR-VENDAS
               ADD WS-PRD-ESTORNOS(WS-PRD-IDX) TO WS-HR-ESTORNOS
               ADD WS-PRD-PONTOS(WS-PRD-IDX) TO WS-HR-PONTOS
           END-PERFORM
           PERFORM 4600-GRAVAR-COMISSAO
           CLOSE ARQCOMISSAO
           DISPLAY 'LINHAS DE COMISSAO PARA O RH: ' WS-HR-QTD-LINHAS
           EXIT SECTION.

       4600-GRAVAR-COMISSAO.
           IF WS-HR-VENDEDOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COM-COMPET TO COM-COMPETENCIA
           MOVE WS-HR-VENDEDOR TO COM-VENDEDOR
           MOVE WS-HR-AGENCIA TO COM-AGENCIA
           MOVE WS-HR-VENDAS TO COM-QTD-VENDAS
           MOVE WS-HR-ESTORNOS TO COM-QTD-ESTORNOS
           MOVE WS-HR-PONTOS TO COM-PONTOS
           COMPUTE COM-VALOR ROUNDED =
               WS-HR-PONTOS * WS-COM-VALOR-PONTO
           WRITE REG-COMISSAO
           ADD 1 TO WS-HR-QTD-LINHAS.

      *================================================================
       5000-VENDAS-VENDEDOR SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'Vendedor (usuario): '
           MOVE SPACES TO WS-VDA-VENDEDOR-INF
           ACCEPT WS-VDA-VENDEDOR-INF
           MOVE ZEROS TO WS-VDA-QTD
           OPEN INPUT ARQVENDA
           IF NOT FS-VND-OK
               DISPLAY 'SEM REGISTRO DE VENDAS (BANKVEND.DAT)'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO VND-CHAVE
           START ARQVENDA KEY >= VND-CHAVE
               INVALID KEY MOVE '10' TO FS-VENDA
           END-START
           PERFORM UNTIL FS-VND-EOF
               READ ARQVENDA NEXT
                   AT END MOVE '10' TO FS-VENDA
               END-READ
               IF NOT FS-VND-EOF
                  AND VND-VENDEDOR = WS-VDA-VENDEDOR-INF
                   ADD 1 TO WS-VDA-QTD
                   DISPLAY VND-DT-VENDA ' ' VND-PRODUTO ' '
                       VND-CONTRATO ' CONTA ' VND-CONTA
                       ' AG ' VND-AGENCIA ' SIT ' VND-SITUACAO
                       ' ' VND-DT-ESTORNO
               END-IF
           END-PERFORM
           CLOSE ARQVENDA
           DISPLAY 'VENDAS DO VENDEDOR: ' WS-VDA-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
