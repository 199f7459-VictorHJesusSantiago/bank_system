      *================================================================
      * BANKPEN.COB - Penetracao de Produtos e Venda Cruzada
      * Sistema Bancario COBOL
      * Apuracao mensal de quantos produtos ativos cada cliente (CPF)
      * possui: conta ativa ou bloqueada (BANKACCT.DAT), cartao de
      * debito (BANKCARD.DAT), cartao de credito (BANKCCRD.DAT),
      * emprestimo ativo ou em atraso (BANKEMPR.DAT), aplicacao
      * ativa (BANKINV.DAT), plano de previdencia ativo
      * (BANKPREV.DAT) e apolice vigente (BANKAPOL.DAT). A base e o
      * CPF titular de conta nao encerrada; a agencia principal do
      * cliente e a da conta de maior saldo. O relatorio
      * (BANKPENR.TXT) traz a media de produtos por cliente e a
      * penetracao de cada produto no banco, por agencia, regiao e
      * segmento, e a lista de oportunidades de cada agencia:
      * clientes de um so produto com saldo total (contas,
      * aplicacoes e previdencia) a partir de CFG-PEN-SALDO-OPORT
      * (BANKPENO.DAT). Os numeros de cada competencia ficam no
      * historico BANKPENH.DAT; a consulta de tendencia exporta a
      * serie de uma quebra em BANKPENT.TXT para grafico.
      * A apuracao e a posicao de fechamento da competencia anterior
      * ao dia de movimento (o lote mensal roda no dia 01).
      * Lote (LS-MODO 'B'): apuracao da competencia anterior.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPEN.

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
               RECORD KEY IS PEN-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCARTAO ASSIGN TO 'BANKCARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-ID
               ALTERNATE RECORD KEY IS CRD-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CARTAO.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-INV-ID
               ALTERNATE RECORD KEY IS PEN-INV-CONTA WITH DUPLICATES
               FILE STATUS IS FS-INVEST.

           SELECT ARQPLANO ASSIGN TO 'BANKPREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ID
               ALTERNATE RECORD KEY IS PLN-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLN-CPF WITH DUPLICATES
               FILE STATUS IS FS-PLANO.

           SELECT ARQAPOLICE ASSIGN TO 'BANKAPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-ID
               ALTERNATE RECORD KEY IS APO-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CONTRATO WITH DUPLICATES
               FILE STATUS IS FS-APOLICE.

           SELECT ARQTIER ASSIGN TO 'BANKTIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-CLI-ID
               FILE STATUS IS FS-TIER.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQPOSICAO ASSIGN TO 'BANKPENW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNW-CPF
               FILE STATUS IS FS-POSICAO.

           SELECT ARQHISTPEN ASSIGN TO 'BANKPENH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNH-CHAVE
               FILE STATUS IS FS-HISTPEN.

           SELECT ARQOPORT ASSIGN TO 'BANKPENO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNO-CHAVE
               FILE STATUS IS FS-OPORT.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQRELATORIO ASSIGN TO 'BANKPENR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT ARQTENDENCIA ASSIGN TO 'BANKPENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TENDENCIA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PEN-CONTA-NUM         PIC 9(10).
           05  PEN-CONTA-AGENCIA     PIC 9(4).
           05  PEN-CONTA-DIGITO      PIC 9(1).
           05  PEN-CONTA-TIPO        PIC X(2).
           05  PEN-CONTA-STATUS      PIC X(1).
               88  PEN-CONTA-ENCERRADA VALUE 'E'.
           05  PEN-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  PEN-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  PEN-CONTA-TITULAR     PIC X(60).
           05  PEN-CONTA-CPF         PIC X(11).
           05  PEN-CONTA-EMAIL       PIC X(80).
           05  PEN-CONTA-TELEFONE    PIC X(15).
           05  PEN-CONTA-DT-ABERTURA PIC 9(8).
           05  PEN-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PEN-CONTA-SENHA-HASH  PIC X(64).
           05  PEN-CONTA-COTIT-NOME  PIC X(60).
           05  PEN-CONTA-COTIT-CPF   PIC X(11).
           05  PEN-CONTA-CLI-ID      PIC 9(10).
           05  PEN-CONTA-MOEDA       PIC X(3).

       FD  ARQCARTAO.
       01  REG-CARTAO.
           05  CRD-ID                PIC 9(10).
           05  CRD-CONTA             PIC 9(10).
           05  CRD-PAN-MASCARADO     PIC X(19).
           05  CRD-VALIDADE          PIC 9(4).
           05  CRD-STATUS            PIC X(1).
               88  CRD-ATIVO         VALUE 'A'.
               88  CRD-BLOQUEADO     VALUE 'B'.
           05  CRD-LIM-DIARIO        PIC S9(9)V99 COMP-3.

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
           05  CCR-DT-EMISSAO        PIC 9(8).

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

       FD  ARQINVEST.
       01  REG-INVEST.
           05  PEN-INV-ID            PIC 9(10).
           05  PEN-INV-CONTA         PIC 9(10).
           05  PEN-INV-PRODUTO       PIC X(30).
           05  PEN-INV-TIPO          PIC X(3).
           05  PEN-INV-VALOR-APORT   PIC S9(13)V99 COMP-3.
           05  PEN-INV-VALOR-ATUAL   PIC S9(13)V99 COMP-3.
           05  PEN-INV-TAXA          PIC S9(5)V9(6) COMP-3.
           05  PEN-INV-DT-INICIO     PIC 9(8).
           05  PEN-INV-DT-VENCTO     PIC 9(8).
           05  PEN-INV-RENTABILIDADE PIC S9(5)V99 COMP-3.
           05  PEN-INV-STATUS        PIC X(1).
               88  PEN-INV-ATIVO     VALUE 'A'.

       FD  ARQPLANO.
       01  REG-PLANO.
           05  PLN-ID                PIC 9(10).
           05  PLN-CONTA             PIC 9(10).
           05  PLN-CPF               PIC X(11).
           05  PLN-AGENCIA           PIC 9(4).
           05  PLN-TIPO              PIC X(1).
           05  PLN-REGIME            PIC X(1).
           05  PLN-CONTRIB-MENSAL    PIC S9(9)V99 COMP-3.
           05  PLN-DIA-CONTRIB       PIC 9(2).
           05  PLN-COMPET-CONTRIB    PIC 9(6).
           05  PLN-COMPET-FALHA      PIC 9(6).
           05  PLN-COMPET-RENTAB     PIC 9(6).
           05  PLN-SALDO             PIC S9(13)V99 COMP-3.
           05  PLN-ULT-APORTE        PIC 9(5).
           05  PLN-DT-ADESAO         PIC 9(8).
           05  PLN-SITUACAO          PIC X(1).
               88  PLN-ATIVO         VALUE 'A'.
           05  PLN-DT-SITUACAO       PIC 9(8).
           05  PLN-OPERADOR          PIC X(20).

       FD  ARQAPOLICE.
       01  REG-APOLICE.
           05  APO-ID                PIC 9(10).
           05  APO-CONTA             PIC 9(10).
           05  APO-CPF               PIC X(11).
           05  APO-AGENCIA           PIC 9(4).
           05  APO-RAMO              PIC X(1).
           05  APO-CONTRATO          PIC 9(10).
           05  APO-CAPITAL           PIC S9(11)V99 COMP-3.
           05  APO-PREMIO            PIC S9(9)V99 COMP-3.
           05  APO-DIA-VENCTO        PIC 9(2).
           05  APO-DT-INICIO         PIC 9(8).
           05  APO-COMPET-COBRADA    PIC 9(6).
           05  APO-COMPET-ATRASO     PIC 9(6).
           05  APO-DT-INADIMPLENCIA  PIC 9(8).
           05  APO-QTD-ATRASOS       PIC 9(3).
           05  APO-SITUACAO          PIC X(1).
               88  APO-VIGENTE       VALUE 'A' 'S'.
           05  APO-DT-SITUACAO       PIC 9(8).
           05  APO-MOTIVO            PIC X(30).
           05  APO-VALOR-INDENIZADO  PIC S9(11)V99 COMP-3.
           05  APO-OPERADOR          PIC X(20).

       FD  ARQTIER.
       01  REG-TIER.
           05  TIER-CLI-ID           PIC 9(10).
           05  TIER-CODIGO           PIC X(1).
           05  TIER-DT-CALCULO       PIC 9(8).

       FD  ARQAGENCIA.
           COPY BANKAGEN.

      *    Posicao de produtos por CPF montada na apuracao
       FD  ARQPOSICAO.
       01  REG-POSICAO.
           05  PNW-CPF               PIC X(11).
           05  PNW-CLI-ID            PIC 9(10).
           05  PNW-CONTA             PIC 9(10).
           05  PNW-AGENCIA           PIC 9(4).
           05  PNW-TITULAR           PIC X(60).
           05  PNW-MAIOR-SALDO       PIC S9(13)V99 COMP-3.
           05  PNW-SALDO-TOTAL       PIC S9(15)V99 COMP-3.
           05  PNW-POSSE             PIC X(1) OCCURS 7 TIMES.

       FD  ARQHISTPEN.
           COPY BANKPENH.

       FD  ARQOPORT.
           COPY BANKPENO.

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQRELATORIO.
       01  REG-RELATORIO             PIC X(132).

       FD  ARQTENDENCIA.
       01  REG-TENDENCIA             PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PEN-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CARTAO            PIC XX.
               88  FS-CRD-OK        VALUE '00'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
           05  FS-PLANO             PIC XX.
               88  FS-PLN-OK        VALUE '00'.
           05  FS-APOLICE           PIC XX.
               88  FS-APO-OK        VALUE '00'.
           05  FS-TIER              PIC XX.
               88  FS-TIER-OK       VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-POSICAO           PIC XX.
               88  FS-PNW-OK        VALUE '00'.
           05  FS-HISTPEN           PIC XX.
               88  FS-PNH-OK        VALUE '00'.
           05  FS-OPORT             PIC XX.
               88  FS-PNO-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  FS-RELATORIO         PIC XX.
           05  FS-TENDENCIA         PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *    Catalogo de produtos da apuracao (ordem de PNW-POSSE e de
      *    PNH-QTD-PRODUTO)
       01  WS-PRD-CATALOGO.
           05  FILLER PIC X(21) VALUE 'CTACRDCCREMPINVPRVSEG'.
       01  WS-PRD-TABELA REDEFINES WS-PRD-CATALOGO.
           05  WS-PRD-CODIGO        PIC X(3) OCCURS 7 TIMES.
       01  WS-PRD-IDX               PIC 9(2) COMP.

       01  WS-PARAMETROS-PEN.
           05  WS-PEN-COMPET        PIC 9(6).
           05  WS-PEN-COMPET-R REDEFINES WS-PEN-COMPET.
               10  WS-PEN-AAAA      PIC 9(4).
               10  WS-PEN-MM        PIC 9(2).
      *    Saldo minimo do cliente de um produto para a lista de
      *    oportunidades; CFG-PEN-SALDO-OPORT substitui o de fabrica
           05  WS-PEN-SALDO-OPORT   PIC 9(9)V99 VALUE 50000,00.
           05  WS-PEN-CPF-ATUAL     PIC X(11).
           05  WS-PEN-QTD-PRODUTOS  PIC 9(1).
           05  WS-PEN-PRODUTO-UNICO PIC X(3).
           05  WS-PEN-TIER          PIC X(1).
           05  WS-PEN-REGIAO        PIC X(20).
           05  WS-PEN-MONO          PIC 9(1).
           05  WS-PEN-OPORT         PIC 9(1).
           05  WS-PEN-CONTAS-LIDAS  PIC 9(9).
           05  WS-PEN-CLIENTES      PIC 9(7).
           05  WS-PEN-QTD-OPORT     PIC 9(7).

      *    Acumulado por quebra (grupo + valor) em ordem de chave:
      *    0 total, 1 agencia, 2 regiao, 3 segmento.
       01  WS-QUEBRA-CTRL.
           05  WS-QBR-QTD           PIC 9(3) COMP.
           05  WS-QBR-ITEM OCCURS 400 TIMES.
               10  WS-QBR-CHAVE.
                   15  WS-QBR-GRUPO  PIC X(1).
                   15  WS-QBR-VALOR  PIC X(20).
               10  WS-QBR-CLIENTES  PIC 9(7).
               10  WS-QBR-PRODUTOS  PIC 9(8).
               10  WS-QBR-QTD-PRD   PIC 9(7) OCCURS 7 TIMES.
               10  WS-QBR-MONO      PIC 9(7).
               10  WS-QBR-OPORT     PIC 9(7).
           05  WS-QBR-IDX           PIC 9(3) COMP.
           05  WS-QBR-POS           PIC 9(3) COMP.
           05  WS-QBR-CHAVE-NOVA.
               10  WS-QBR-NV-GRUPO  PIC X(1).
               10  WS-QBR-NV-VALOR  PIC X(20).
           05  WS-QBR-GRUPO-ANT     PIC X(1).

       01  WS-TENDENCIA-CTRL.
           05  WS-TND-GRUPO         PIC X(1).
           05  WS-TND-VALOR         PIC X(20).
           05  WS-TND-QTD           PIC 9(5).

       01  WS-RELATORIO-CTRL.
           05  WS-REL-LINHA         PIC X(132).
           05  WS-REL-COL           PIC 9(3) COMP.
           05  WS-REL-CLIENTES-ED   PIC Z(6)9.
           05  WS-REL-MEDIA-ED      PIC Z9,99.
           05  WS-REL-PCT           PIC 9(3)V9.
           05  WS-REL-PCT-ED        PIC ZZ9,9.
           05  WS-REL-SALDO-ED      PIC Z(12)9,99-.
           05  WS-REL-AGENCIA-ANT   PIC 9(4).
           05  WS-REL-PRIMEIRA      PIC X(1).
               88  REL-PRIMEIRA     VALUE 'S'.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

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
           PERFORM 0150-COMPETENCIA-ANTERIOR
           IF LS-MODO-BATCH
               PERFORM 3000-APURAR-PENETRACAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
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
                   IF CFG-PEN-SALDO-OPORT > ZEROS
                       MOVE CFG-PEN-SALDO-OPORT TO WS-PEN-SALDO-OPORT
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0150-COMPETENCIA-ANTERIOR.
      *    Posicao de fechamento: competencia anterior a do dia de
      *    movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PEN-COMPET
           IF WS-PEN-MM = 1
               SUBTRACT 1 FROM WS-PEN-AAAA
               MOVE 12 TO WS-PEN-MM
           ELSE
               SUBTRACT 1 FROM WS-PEN-MM
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' PENETRACAO DE PRODUTOS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Apurar fechamento da competencia '
               WS-PEN-COMPET
           DISPLAY ' 02. Oportunidades de uma agencia'
           DISPLAY ' 03. Tendencia (historico mensal)'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 1100-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 3000-APURAR-PENETRACAO
                   END-IF
               WHEN '02'
                   PERFORM 6000-CONSULTAR-OPORTUNIDADES
               WHEN '03'
                   PERFORM 7000-TENDENCIA
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1100-VERIFICAR-PERMISSAO.
      *    A apuracao refaz o historico da competencia e a lista de
      *    oportunidades: mesma permissao do processamento em lote.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       3000-APURAR-PENETRACAO SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- PENETRACAO DE PRODUTOS - COMPETENCIA '
               WS-PEN-COMPET ' ---'
           MOVE ZEROS TO WS-QBR-QTD WS-PEN-CONTAS-LIDAS
                         WS-PEN-CLIENTES WS-PEN-QTD-OPORT
           OPEN INPUT ARQCONTAS
           IF NOT FS-CONTA-OK
               DISPLAY 'ERRO AO ABRIR CONTAS: ' FS-CONTAS
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQCARTAO ARQCARTCR ARQEMPREST ARQINVEST
                      ARQPLANO ARQAPOLICE ARQTIER ARQAGENCIA
           OPEN OUTPUT ARQPOSICAO
           CLOSE ARQPOSICAO
           OPEN I-O ARQPOSICAO
      *    1a passagem: posicao de cada CPF pelas contas
           PERFORM UNTIL NOT FS-CONTA-OK
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF FS-CONTA-OK
                   IF NOT PEN-CONTA-ENCERRADA
                      AND PEN-CONTA-CPF NOT = SPACES
                       PERFORM 3100-POSICAO-DA-CONTA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONTAS ARQCARTAO ARQCARTCR ARQEMPREST ARQINVEST
      *    2a passagem: produtos por CPF, quebras e oportunidades
           OPEN OUTPUT ARQOPORT
           CLOSE ARQOPORT
           OPEN I-O ARQOPORT
           MOVE LOW-VALUES TO PNW-CPF
           START ARQPOSICAO KEY >= PNW-CPF
               INVALID KEY MOVE '10' TO FS-POSICAO
           END-START
           PERFORM UNTIL NOT FS-PNW-OK
               READ ARQPOSICAO NEXT
                   AT END MOVE '10' TO FS-POSICAO
               END-READ
               IF FS-PNW-OK
                   PERFORM 3500-CLASSIFICAR-CLIENTE
               END-IF
           END-PERFORM
           CLOSE ARQPOSICAO ARQPLANO ARQAPOLICE ARQTIER ARQAGENCIA
           PERFORM 4000-GRAVAR-HISTORICO
           OPEN OUTPUT ARQRELATORIO
           PERFORM 5000-EMITIR-RELATORIO
           CLOSE ARQRELATORIO ARQOPORT
           DISPLAY 'CONTAS LIDAS.........: ' WS-PEN-CONTAS-LIDAS
           DISPLAY 'CLIENTES (CPF).......: ' WS-PEN-CLIENTES
           DISPLAY 'OPORTUNIDADES........: ' WS-PEN-QTD-OPORT
           DISPLAY 'RELATORIO EM BANKPENR.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-POSICAO-DA-CONTA.
           ADD 1 TO WS-PEN-CONTAS-LIDAS
           MOVE PEN-CONTA-CPF TO PNW-CPF
           READ ARQPOSICAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-PNW-OK
               MOVE PEN-CONTA-CPF TO PNW-CPF
               MOVE PEN-CONTA-CLI-ID TO PNW-CLI-ID
               MOVE PEN-CONTA-NUM TO PNW-CONTA
               MOVE PEN-CONTA-AGENCIA TO PNW-AGENCIA
               MOVE PEN-CONTA-TITULAR TO PNW-TITULAR
               MOVE PEN-CONTA-SALDO TO PNW-MAIOR-SALDO
               MOVE ZEROS TO PNW-SALDO-TOTAL
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > 7
                   MOVE 'N' TO PNW-POSSE(WS-PRD-IDX)
               END-PERFORM
           END-IF
      *    Agencia principal: a da conta de maior saldo
           IF PEN-CONTA-SALDO > PNW-MAIOR-SALDO
               MOVE PEN-CONTA-CLI-ID TO PNW-CLI-ID
               MOVE PEN-CONTA-NUM TO PNW-CONTA
               MOVE PEN-CONTA-AGENCIA TO PNW-AGENCIA
               MOVE PEN-CONTA-TITULAR TO PNW-TITULAR
               MOVE PEN-CONTA-SALDO TO PNW-MAIOR-SALDO
           END-IF
           IF PNW-CLI-ID = ZEROS
               MOVE PEN-CONTA-CLI-ID TO PNW-CLI-ID
           END-IF
           MOVE 'S' TO PNW-POSSE(1)
           ADD PEN-CONTA-SALDO TO PNW-SALDO-TOTAL
           IF PNW-POSSE(2) = 'N'
               PERFORM 3110-CARTAO-DEBITO
           END-IF
           IF PNW-POSSE(3) = 'N'
               PERFORM 3120-CARTAO-CREDITO
           END-IF
           IF PNW-POSSE(4) = 'N'
               PERFORM 3130-EMPRESTIMO
           END-IF
           PERFORM 3140-INVESTIMENTO
           IF FS-PNW-OK
               REWRITE REG-POSICAO
           ELSE
               WRITE REG-POSICAO
           END-IF.

       3110-CARTAO-DEBITO.
           MOVE PEN-CONTA-NUM TO CRD-CONTA
           START ARQCARTAO KEY IS = CRD-CONTA
               INVALID KEY MOVE '23' TO FS-CARTAO
           END-START
           PERFORM UNTIL NOT FS-CRD-OK OR PNW-POSSE(2) = 'S'
               READ ARQCARTAO NEXT
                   AT END MOVE '10' TO FS-CARTAO
               END-READ
               IF FS-CRD-OK
                   IF CRD-CONTA NOT = PEN-CONTA-NUM
                       MOVE '10' TO FS-CARTAO
                   ELSE
                       IF CRD-ATIVO OR CRD-BLOQUEADO
                           MOVE 'S' TO PNW-POSSE(2)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTAO.

       3120-CARTAO-CREDITO.
           MOVE PEN-CONTA-NUM TO CCR-CONTA
           START ARQCARTCR KEY IS = CCR-CONTA
               INVALID KEY MOVE '23' TO FS-CARTCR
           END-START
           PERFORM UNTIL NOT FS-CCR-OK OR PNW-POSSE(3) = 'S'
               READ ARQCARTCR NEXT
                   AT END MOVE '10' TO FS-CARTCR
               END-READ
               IF FS-CCR-OK
                   IF CCR-CONTA NOT = PEN-CONTA-NUM
                       MOVE '10' TO FS-CARTCR
                   ELSE
                       IF CCR-ATIVO OR CCR-BLOQUEADO
                           MOVE 'S' TO PNW-POSSE(3)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTCR.

       3130-EMPRESTIMO.
           MOVE PEN-CONTA-NUM TO EMP-CONTA
           START ARQEMPREST KEY IS = EMP-CONTA
               INVALID KEY MOVE '23' TO FS-EMPREST
           END-START
           PERFORM UNTIL NOT FS-EMP-OK OR PNW-POSSE(4) = 'S'
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF FS-EMP-OK
                   IF EMP-CONTA NOT = PEN-CONTA-NUM
                       MOVE '10' TO FS-EMPREST
                   ELSE
                       IF EMP-ATIVO OR EMP-EM-ATRASO
                           MOVE 'S' TO PNW-POSSE(4)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-EMPREST.

       3140-INVESTIMENTO.
      *    Todas as aplicacoes ativas da conta: o valor atual entra
      *    no saldo total do cliente.
           MOVE PEN-CONTA-NUM TO PEN-INV-CONTA
           START ARQINVEST KEY IS = PEN-INV-CONTA
               INVALID KEY MOVE '23' TO FS-INVEST
           END-START
           PERFORM UNTIL NOT FS-INV-OK
               READ ARQINVEST NEXT
                   AT END MOVE '10' TO FS-INVEST
               END-READ
               IF FS-INV-OK
                   IF PEN-INV-CONTA NOT = PEN-CONTA-NUM
                       MOVE '10' TO FS-INVEST
                   ELSE
                       IF PEN-INV-ATIVO
                           MOVE 'S' TO PNW-POSSE(5)
                           ADD PEN-INV-VALOR-ATUAL TO PNW-SALDO-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-INVEST.

       3500-CLASSIFICAR-CLIENTE.
           ADD 1 TO WS-PEN-CLIENTES
           MOVE PNW-CPF TO WS-PEN-CPF-ATUAL
           PERFORM 3510-PREVIDENCIA
           PERFORM 3520-SEGURO
      *    Quantidade de produtos do CPF
           MOVE ZEROS TO WS-PEN-QTD-PRODUTOS
           MOVE SPACES TO WS-PEN-PRODUTO-UNICO
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               IF PNW-POSSE(WS-PRD-IDX) = 'S'
                   ADD 1 TO WS-PEN-QTD-PRODUTOS
                   MOVE WS-PRD-CODIGO(WS-PRD-IDX)
                       TO WS-PEN-PRODUTO-UNICO
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-PEN-MONO WS-PEN-OPORT
           IF WS-PEN-QTD-PRODUTOS = 1
               MOVE 1 TO WS-PEN-MONO
               IF PNW-SALDO-TOTAL >= WS-PEN-SALDO-OPORT
                   MOVE 1 TO WS-PEN-OPORT
               END-IF
           END-IF
      *    Segmento do cliente; sem calculo de tier conta como varejo
           MOVE 'V' TO WS-PEN-TIER
           MOVE PNW-CLI-ID TO TIER-CLI-ID
           READ ARQTIER
               INVALID KEY CONTINUE
           END-READ
           IF FS-TIER-OK AND TIER-CODIGO NOT = SPACES
               MOVE TIER-CODIGO TO WS-PEN-TIER
           END-IF
           MOVE 'SEM REGIAO' TO WS-PEN-REGIAO
           MOVE PNW-AGENCIA TO AGE-CODIGO
           READ ARQAGENCIA
               INVALID KEY CONTINUE
           END-READ
           IF FS-AGE-OK AND AGE-REGIAO NOT = SPACES
               MOVE AGE-REGIAO TO WS-PEN-REGIAO
           END-IF
           IF WS-PEN-OPORT = 1
               PERFORM 3600-GRAVAR-OPORTUNIDADE
           END-IF
           MOVE '0' TO WS-QBR-NV-GRUPO
           MOVE 'BANCO' TO WS-QBR-NV-VALOR
           PERFORM 3700-ACUMULAR-QUEBRA
           MOVE '1' TO WS-QBR-NV-GRUPO
           MOVE PNW-AGENCIA TO WS-QBR-NV-VALOR
           PERFORM 3700-ACUMULAR-QUEBRA
           MOVE '2' TO WS-QBR-NV-GRUPO
           MOVE WS-PEN-REGIAO TO WS-QBR-NV-VALOR
           PERFORM 3700-ACUMULAR-QUEBRA
           MOVE '3' TO WS-QBR-NV-GRUPO
           EVALUATE WS-PEN-TIER
               WHEN 'R'
                   MOVE 'R PRIVATE' TO WS-QBR-NV-VALOR
               WHEN 'P'
                   MOVE 'P PRIME' TO WS-QBR-NV-VALOR
               WHEN OTHER
                   MOVE 'V VAREJO' TO WS-QBR-NV-VALOR
           END-EVALUATE
           PERFORM 3700-ACUMULAR-QUEBRA.

       3510-PREVIDENCIA.
      *    Planos do CPF: ativo conta como produto e o saldo do plano
      *    entra no saldo total.
           MOVE WS-PEN-CPF-ATUAL TO PLN-CPF
           START ARQPLANO KEY IS = PLN-CPF
               INVALID KEY MOVE '23' TO FS-PLANO
           END-START
           PERFORM UNTIL NOT FS-PLN-OK
               READ ARQPLANO NEXT
                   AT END MOVE '10' TO FS-PLANO
               END-READ
               IF FS-PLN-OK
                   IF PLN-CPF NOT = WS-PEN-CPF-ATUAL
                       MOVE '10' TO FS-PLANO
                   ELSE
                       IF PLN-ATIVO
                           MOVE 'S' TO PNW-POSSE(6)
                           ADD PLN-SALDO TO PNW-SALDO-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PLANO.

       3520-SEGURO.
           MOVE WS-PEN-CPF-ATUAL TO APO-CPF
           START ARQAPOLICE KEY IS = APO-CPF
               INVALID KEY MOVE '23' TO FS-APOLICE
           END-START
           PERFORM UNTIL NOT FS-APO-OK OR PNW-POSSE(7) = 'S'
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF FS-APO-OK
                   IF APO-CPF NOT = WS-PEN-CPF-ATUAL
                       MOVE '10' TO FS-APOLICE
                   ELSE
                       IF APO-VIGENTE
                           MOVE 'S' TO PNW-POSSE(7)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APOLICE.

       3600-GRAVAR-OPORTUNIDADE.
           ADD 1 TO WS-PEN-QTD-OPORT
           MOVE PNW-AGENCIA TO PNO-AGENCIA
           MOVE PNW-CPF TO PNO-CPF
           MOVE WS-PEN-COMPET TO PNO-COMPET
           MOVE PNW-CLI-ID TO PNO-CLI-ID
           MOVE PNW-CONTA TO PNO-CONTA
      *    Titular decifrado para a lista da agencia (BANKCRY)
           MOVE PNW-TITULAR TO PNO-TITULAR
           MOVE 'D' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE PNW-TITULAR TO WS-CRYSRV-TEXTO(1:60)
           MOVE 60 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:60) TO PNO-TITULAR
           END-IF
           MOVE WS-PEN-TIER TO PNO-TIER
           MOVE WS-PEN-PRODUTO-UNICO TO PNO-PRODUTO
           MOVE PNW-SALDO-TOTAL TO PNO-SALDO
           WRITE REG-OPORTUNIDADE
               INVALID KEY CONTINUE
           END-WRITE.

       3700-ACUMULAR-QUEBRA.
      *    Posicao da quebra na tabela, incluida em ordem na primeira
      *    ocorrencia.
           MOVE ZEROS TO WS-QBR-POS
           PERFORM VARYING WS-QBR-IDX FROM 1 BY 1
                   UNTIL WS-QBR-IDX > WS-QBR-QTD
                      OR WS-QBR-POS > ZEROS
               IF WS-QBR-CHAVE(WS-QBR-IDX) >= WS-QBR-CHAVE-NOVA
                   MOVE WS-QBR-IDX TO WS-QBR-POS
               END-IF
           END-PERFORM
           IF WS-QBR-POS > ZEROS
               IF WS-QBR-CHAVE(WS-QBR-POS) = WS-QBR-CHAVE-NOVA
                   PERFORM 3750-SOMAR-QUEBRA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-QBR-POS = WS-QBR-QTD + 1
           END-IF
           IF WS-QBR-QTD >= 400
               DISPLAY 'TABELA DE QUEBRAS CHEIA - ' WS-QBR-CHAVE-NOVA
                   ' FORA DO RESUMO'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QBR-IDX FROM WS-QBR-QTD BY -1
                   UNTIL WS-QBR-IDX < WS-QBR-POS
               MOVE WS-QBR-ITEM(WS-QBR-IDX)
                   TO WS-QBR-ITEM(WS-QBR-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-QBR-QTD
           MOVE WS-QBR-CHAVE-NOVA TO WS-QBR-CHAVE(WS-QBR-POS)
           MOVE ZEROS TO WS-QBR-CLIENTES(WS-QBR-POS)
                         WS-QBR-PRODUTOS(WS-QBR-POS)
                         WS-QBR-MONO(WS-QBR-POS)
                         WS-QBR-OPORT(WS-QBR-POS)
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               MOVE ZEROS TO WS-QBR-QTD-PRD(WS-QBR-POS, WS-PRD-IDX)
           END-PERFORM
           PERFORM 3750-SOMAR-QUEBRA.

       3750-SOMAR-QUEBRA.
           ADD 1 TO WS-QBR-CLIENTES(WS-QBR-POS)
           ADD WS-PEN-QTD-PRODUTOS TO WS-QBR-PRODUTOS(WS-QBR-POS)
           ADD WS-PEN-MONO TO WS-QBR-MONO(WS-QBR-POS)
           ADD WS-PEN-OPORT TO WS-QBR-OPORT(WS-QBR-POS)
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               IF PNW-POSSE(WS-PRD-IDX) = 'S'
                   ADD 1 TO WS-QBR-QTD-PRD(WS-QBR-POS, WS-PRD-IDX)
               END-IF
           END-PERFORM.

      *================================================================
       4000-GRAVAR-HISTORICO SECTION.
      *================================================================
       4000-INICIO.
      *    Reapuracao da competencia substitui os registros dela.
           OPEN I-O ARQHISTPEN
           IF FS-HISTPEN = '35'
               OPEN OUTPUT ARQHISTPEN
               CLOSE ARQHISTPEN
               OPEN I-O ARQHISTPEN
           END-IF
           MOVE LOW-VALUES TO PNH-CHAVE
           MOVE WS-PEN-COMPET TO PNH-COMPET
           START ARQHISTPEN KEY >= PNH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTPEN
           END-START
           PERFORM UNTIL NOT FS-PNH-OK
               READ ARQHISTPEN NEXT
                   AT END MOVE '10' TO FS-HISTPEN
               END-READ
               IF FS-PNH-OK
                   IF PNH-COMPET NOT = WS-PEN-COMPET
                       MOVE '10' TO FS-HISTPEN
                   ELSE
                       DELETE ARQHISTPEN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-QBR-IDX FROM 1 BY 1
                   UNTIL WS-QBR-IDX > WS-QBR-QTD
               MOVE WS-PEN-COMPET TO PNH-COMPET
               MOVE WS-QBR-GRUPO(WS-QBR-IDX) TO PNH-GRUPO
               MOVE WS-QBR-VALOR(WS-QBR-IDX) TO PNH-VALOR
               MOVE WS-QBR-CLIENTES(WS-QBR-IDX) TO PNH-CLIENTES
               MOVE WS-QBR-PRODUTOS(WS-QBR-IDX) TO PNH-PRODUTOS
               COMPUTE PNH-MEDIA ROUNDED =
                   WS-QBR-PRODUTOS(WS-QBR-IDX)
                   / WS-QBR-CLIENTES(WS-QBR-IDX)
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > 7
                   MOVE WS-QBR-QTD-PRD(WS-QBR-IDX, WS-PRD-IDX)
                       TO PNH-QTD-PRODUTO(WS-PRD-IDX)
               END-PERFORM
               MOVE WS-QBR-MONO(WS-QBR-IDX) TO PNH-MONOPRODUTO
               MOVE WS-QBR-OPORT(WS-QBR-IDX) TO PNH-OPORTUNIDADES
               MOVE WS-DATA-MOVIMENTO TO PNH-DT-APURACAO
               WRITE REG-PENETRACAO-HIST
                   INVALID KEY REWRITE REG-PENETRACAO-HIST
               END-WRITE
           END-PERFORM
           CLOSE ARQHISTPEN
           EXIT SECTION.

      *================================================================
       5000-EMITIR-RELATORIO SECTION.
      *================================================================
       5000-INICIO.
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BANKPEN - PENETRACAO DE PRODUTOS - COMPETENCIA '
                      DELIMITED SIZE
                  WS-PEN-COMPET DELIMITED SIZE
                  ' - % DE CLIENTES (CPF) COM O PRODUTO' DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 5900-GRAVAR-LINHA
           MOVE SPACES TO WS-QBR-GRUPO-ANT
           PERFORM VARYING WS-QBR-IDX FROM 1 BY 1
                   UNTIL WS-QBR-IDX > WS-QBR-QTD
               IF WS-QBR-GRUPO(WS-QBR-IDX) NOT = WS-QBR-GRUPO-ANT
                   MOVE WS-QBR-GRUPO(WS-QBR-IDX) TO WS-QBR-GRUPO-ANT
                   PERFORM 5100-CABECALHO-GRUPO
               END-IF
               PERFORM 5200-LINHA-QUEBRA
           END-PERFORM
           PERFORM 5300-LISTA-OPORTUNIDADES
           EXIT SECTION.

       5100-CABECALHO-GRUPO.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM 5900-GRAVAR-LINHA
           EVALUATE WS-QBR-GRUPO-ANT
               WHEN '0'
                   MOVE '--- TOTAL DO BANCO ---' TO WS-REL-LINHA
               WHEN '1'
                   MOVE '--- POR AGENCIA ---' TO WS-REL-LINHA
               WHEN '2'
                   MOVE '--- POR REGIAO ---' TO WS-REL-LINHA
               WHEN '3'
                   MOVE '--- POR SEGMENTO ---' TO WS-REL-LINHA
           END-EVALUATE
           PERFORM 5900-GRAVAR-LINHA
           MOVE 'CLIENTES MEDIA' TO WS-REL-LINHA(23:14)
           MOVE 38 TO WS-REL-COL
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               MOVE WS-PRD-CODIGO(WS-PRD-IDX)
                   TO WS-REL-LINHA(WS-REL-COL + 2:3)
               ADD 6 TO WS-REL-COL
           END-PERFORM
           MOVE '  1 PROD  OPORT.' TO WS-REL-LINHA(80:16)
           PERFORM 5900-GRAVAR-LINHA.

       5200-LINHA-QUEBRA.
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-QBR-VALOR(WS-QBR-IDX) TO WS-REL-LINHA(1:20)
           MOVE WS-QBR-CLIENTES(WS-QBR-IDX) TO WS-REL-CLIENTES-ED
           MOVE WS-REL-CLIENTES-ED TO WS-REL-LINHA(23:7)
           COMPUTE WS-REL-MEDIA-ED ROUNDED =
               WS-QBR-PRODUTOS(WS-QBR-IDX)
               / WS-QBR-CLIENTES(WS-QBR-IDX)
           MOVE WS-REL-MEDIA-ED TO WS-REL-LINHA(32:5)
           MOVE 38 TO WS-REL-COL
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               COMPUTE WS-REL-PCT ROUNDED =
                   WS-QBR-QTD-PRD(WS-QBR-IDX, WS-PRD-IDX) * 100
                   / WS-QBR-CLIENTES(WS-QBR-IDX)
               MOVE WS-REL-PCT TO WS-REL-PCT-ED
               MOVE WS-REL-PCT-ED TO WS-REL-LINHA(WS-REL-COL:5)
               ADD 6 TO WS-REL-COL
           END-PERFORM
           MOVE WS-QBR-MONO(WS-QBR-IDX) TO WS-REL-CLIENTES-ED
           MOVE WS-REL-CLIENTES-ED TO WS-REL-LINHA(80:7)
           MOVE WS-QBR-OPORT(WS-QBR-IDX) TO WS-REL-CLIENTES-ED
           MOVE WS-REL-CLIENTES-ED TO WS-REL-LINHA(89:7)
           PERFORM 5900-GRAVAR-LINHA.

       5300-LISTA-OPORTUNIDADES.
      *    Oportunidades por agencia: clientes de um so produto com
      *    saldo total a partir do minimo configurado.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM 5900-GRAVAR-LINHA
           MOVE WS-PEN-SALDO-OPORT TO WS-REL-SALDO-ED
           STRING '--- OPORTUNIDADES: UM PRODUTO E SALDO A PARTIR DE '
                      DELIMITED SIZE
                  WS-REL-SALDO-ED DELIMITED SIZE
                  ' ---' DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 5900-GRAVAR-LINHA
           MOVE 'S' TO WS-REL-PRIMEIRA
           MOVE LOW-VALUES TO PNO-CHAVE
           START ARQOPORT KEY >= PNO-CHAVE
               INVALID KEY MOVE '10' TO FS-OPORT
           END-START
           PERFORM UNTIL NOT FS-PNO-OK
               READ ARQOPORT NEXT
                   AT END MOVE '10' TO FS-OPORT
               END-READ
               IF FS-PNO-OK
                   IF PNO-AGENCIA NOT = WS-REL-AGENCIA-ANT
                      OR REL-PRIMEIRA
                       MOVE 'N' TO WS-REL-PRIMEIRA
                       MOVE PNO-AGENCIA TO WS-REL-AGENCIA-ANT
                       MOVE SPACES TO WS-REL-LINHA
                       STRING 'AGENCIA ' DELIMITED SIZE
                              PNO-AGENCIA DELIMITED SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                       PERFORM 5900-GRAVAR-LINHA
                   END-IF
                   PERFORM 5350-LINHA-OPORTUNIDADE
               END-IF
           END-PERFORM
           MOVE '00' TO FS-OPORT.

       5350-LINHA-OPORTUNIDADE.
           MOVE SPACES TO WS-REL-LINHA
           MOVE PNO-CPF TO WS-REL-LINHA(3:11)
           MOVE PNO-CONTA TO WS-REL-LINHA(15:10)
           MOVE PNO-TITULAR(1:40) TO WS-REL-LINHA(26:40)
           MOVE PNO-TIER TO WS-REL-LINHA(67:1)
           MOVE PNO-PRODUTO TO WS-REL-LINHA(69:3)
           MOVE PNO-SALDO TO WS-REL-SALDO-ED
           MOVE WS-REL-SALDO-ED TO WS-REL-LINHA(73:17)
           PERFORM 5900-GRAVAR-LINHA.

       5900-GRAVAR-LINHA.
           WRITE REG-RELATORIO FROM WS-REL-LINHA
           IF NOT LS-MODO-BATCH
               DISPLAY WS-REL-LINHA(1:100)
           END-IF.

      *================================================================
       6000-CONSULTAR-OPORTUNIDADES SECTION.
      *================================================================
       6000-INICIO.
           DISPLAY 'Agencia: '
           ACCEPT WS-REL-AGENCIA-ANT
           OPEN INPUT ARQOPORT
           IF NOT FS-PNO-OK
               DISPLAY 'SEM APURACAO DE OPORTUNIDADES (BANKPENO.DAT)'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-TND-QTD
           MOVE WS-REL-AGENCIA-ANT TO PNO-AGENCIA
           MOVE LOW-VALUES TO PNO-CPF
           START ARQOPORT KEY >= PNO-CHAVE
               INVALID KEY MOVE '10' TO FS-OPORT
           END-START
           PERFORM UNTIL NOT FS-PNO-OK
               READ ARQOPORT NEXT
                   AT END MOVE '10' TO FS-OPORT
               END-READ
               IF FS-PNO-OK
                   IF PNO-AGENCIA NOT = WS-REL-AGENCIA-ANT
                       MOVE '10' TO FS-OPORT
                   ELSE
                       ADD 1 TO WS-TND-QTD
                       MOVE PNO-SALDO TO WS-REL-SALDO-ED
                       DISPLAY PNO-CPF ' ' PNO-CONTA ' '
                           PNO-TITULAR(1:30) ' ' PNO-TIER ' '
                           PNO-PRODUTO ' ' WS-REL-SALDO-ED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQOPORT
           DISPLAY 'OPORTUNIDADES DA AGENCIA: ' WS-TND-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       7000-TENDENCIA SECTION.
      *================================================================
       7000-INICIO.
           DISPLAY 'Quebra (0=Banco 1=Agencia 2=Regiao 3=Segmento): '
           ACCEPT WS-TND-GRUPO
           MOVE SPACES TO WS-TND-VALOR
           EVALUATE WS-TND-GRUPO
               WHEN '0'
                   MOVE 'BANCO' TO WS-TND-VALOR
               WHEN '1'
                   DISPLAY 'Agencia (4 digitos): '
                   ACCEPT WS-TND-VALOR
               WHEN '2'
                   DISPLAY 'Regiao: '
                   ACCEPT WS-TND-VALOR
                   MOVE FUNCTION UPPER-CASE(WS-TND-VALOR)
                       TO WS-TND-VALOR
               WHEN '3'
                   DISPLAY 'Segmento (V/P/R): '
                   ACCEPT WS-TND-VALOR
                   EVALUATE FUNCTION UPPER-CASE(WS-TND-VALOR(1:1))
                       WHEN 'R'
                           MOVE 'R PRIVATE' TO WS-TND-VALOR
                       WHEN 'P'
                           MOVE 'P PRIME' TO WS-TND-VALOR
                       WHEN OTHER
                           MOVE 'V VAREJO' TO WS-TND-VALOR
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'QUEBRA INVALIDA'
                   MOVE 3 TO LS-CODIGO
                   EXIT SECTION
           END-EVALUATE
           OPEN INPUT ARQHISTPEN
           IF NOT FS-PNH-OK
               DISPLAY 'SEM HISTORICO DE PENETRACAO (BANKPENH.DAT)'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Serie exportada com ponto e virgula para o grafico
           OPEN OUTPUT ARQTENDENCIA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'COMPETENCIA;CLIENTES;MEDIA' DELIMITED SIZE
                  ';CTA;CRD;CCR;EMP;INV;PRV;SEG;MONOPRODUTO'
                      DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           WRITE REG-TENDENCIA FROM WS-REL-LINHA
           MOVE ZEROS TO WS-TND-QTD
           MOVE LOW-VALUES TO PNH-CHAVE
           START ARQHISTPEN KEY >= PNH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTPEN
           END-START
           PERFORM UNTIL NOT FS-PNH-OK
               READ ARQHISTPEN NEXT
                   AT END MOVE '10' TO FS-HISTPEN
               END-READ
               IF FS-PNH-OK
                   IF PNH-GRUPO = WS-TND-GRUPO
                      AND PNH-VALOR = WS-TND-VALOR
                       PERFORM 7100-PONTO-DA-SERIE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQHISTPEN ARQTENDENCIA
           DISPLAY 'COMPETENCIAS NA SERIE: ' WS-TND-QTD
           DISPLAY 'SERIE EXPORTADA EM BANKPENT.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       7100-PONTO-DA-SERIE.
           ADD 1 TO WS-TND-QTD
           MOVE PNH-MEDIA TO WS-REL-MEDIA-ED
           MOVE PNH-CLIENTES TO WS-REL-CLIENTES-ED
           DISPLAY PNH-COMPET ' CLIENTES ' WS-REL-CLIENTES-ED
               ' MEDIA ' WS-REL-MEDIA-ED ' UM PRODUTO '
               PNH-MONOPRODUTO
           MOVE SPACES TO WS-REL-LINHA
           MOVE PNH-COMPET TO WS-REL-LINHA(1:6)
           MOVE ';' TO WS-REL-LINHA(7:1)
           MOVE PNH-CLIENTES TO WS-REL-LINHA(8:7)
           MOVE ';' TO WS-REL-LINHA(15:1)
           MOVE WS-REL-MEDIA-ED TO WS-REL-LINHA(16:5)
           MOVE 21 TO WS-REL-COL
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 7
               COMPUTE WS-REL-PCT ROUNDED =
                   PNH-QTD-PRODUTO(WS-PRD-IDX) * 100 / PNH-CLIENTES
               MOVE WS-REL-PCT TO WS-REL-PCT-ED
               MOVE ';' TO WS-REL-LINHA(WS-REL-COL:1)
               MOVE WS-REL-PCT-ED TO WS-REL-LINHA(WS-REL-COL + 1:5)
               ADD 6 TO WS-REL-COL
           END-PERFORM
           MOVE ';' TO WS-REL-LINHA(WS-REL-COL:1)
           MOVE PNH-MONOPRODUTO TO WS-REL-LINHA(WS-REL-COL + 1:7)
           WRITE REG-TENDENCIA FROM WS-REL-LINHA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
