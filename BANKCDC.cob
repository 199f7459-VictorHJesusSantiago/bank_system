      *================================================================
      * BANKCDC.COB - Feed de Alteracoes ao Data Warehouse
      * Sistema Bancario COBOL
      * Gera toda noite o arquivo BANKCDC.TXT (layout BANKCDCF) com
      * um registro por inclusao, alteracao ou exclusao ocorrida
      * desde o feed anterior nos arquivos de contas (BANKACCT),
      * clientes (BANKCUST), transacoes (BANKTRAN) e emprestimos
      * (BANKEMPR), com imagem antes/depois, sequencia continua
      * entre os feeds e tipo de operacao (I, U, D):
      *  - contas, clientes e emprestimos: cada registro e comparado
      *    com a ultima imagem enviada (BANKCDCI.DAT); registro novo
      *    e inclusao, imagem diferente e alteracao e imagem guardada
      *    sem registro vivo e exclusao. A primeira execucao leva a
      *    carga inicial completa;
      *  - transacoes: as gravadas depois do feed anterior ate a data
      *    de movimento sao inclusoes; as ja enviadas que mudaram de
      *    situacao (estorno, registrado na trilha pelo BANKTRAN) sao
      *    alteracoes. A transferencia para o arquivo historico pelo
      *    BANKARCH nao e exclusao e nao vai ao feed;
      *  - a trilha encadeada (BANKAUDF.DAT), lida a partir da ultima
      *    sequencia consumida, anota operador, data/hora e campo
      *    alterado em cada registro do feed.
      * Header e trailer levam a faixa de sequencia e a contagem de
      * inclusoes, alteracoes e exclusoes por arquivo. Cada feed fica
      * em BANKCDCC.DAT ate a confirmacao de carga devolvida pelo
      * data warehouse em BANKCDC.ACK:
      *   detalhe 'ACK' data-do-feed(8) sequencia-final(12)
      *           detalhes-carregados(7) situacao(1: A aceito,
      *           R recusado) motivo(40)
      *   trailer 'TRL' quantidade de linhas anteriores(7)
      * A confirmacao passa pelo BANKIFC (trailer e duplicidade) e o
      * despacho do feed e registrado no log de interfaces; com
      * BANKCDC.TXT (saida) e BANKCDC.ACK (entrada) cadastradas como
      * diarias no BANKIFC, o relatorio de excecoes aponta o dia em
      * que o feed nao saiu ou a confirmacao nao voltou. Feed de dia
      * anterior ainda sem confirmacao e listado a cada execucao.
      * No lote roda todo dia depois do fechamento: aplica a
      * confirmacao recebida e gera o feed da data de movimento.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCDC.

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
               RECORD KEY IS CDA-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDL-CLI-ID
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDT-TRANS-ID
               ALTERNATE RECORD KEY IS CDT-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CDT-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQAUDIT ASSIGN TO 'BANKAUDF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-SEQ
               FILE STATUS IS FS-AUDIT.

           SELECT ARQIMAGEM ASSIGN TO 'BANKCDCI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDI-CHAVE
               FILE STATUS IS FS-IMAGEM.

           SELECT ARQCONTROLE ASSIGN TO 'BANKCDCC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDC-DATA
               FILE STATUS IS FS-CONTROLE.

      *    Entradas da trilha por registro, refeito a cada geracao.
           SELECT ARQTRABALHO ASSIGN TO 'BANKCDCW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDW-CHAVE
               FILE STATUS IS FS-TRABALHO.

           SELECT ARQFEED ASSIGN TO 'BANKCDC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.

           SELECT ARQCONFIRMA ASSIGN TO 'BANKCDC.ACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIRMA.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CDA-CONTA-NUM         PIC 9(10).
           05  CDA-CONTA-AGENCIA     PIC 9(4).
           05  CDA-CONTA-DIGITO      PIC 9(1).
           05  CDA-CONTA-TIPO        PIC X(2).
           05  CDA-CONTA-STATUS      PIC X(1).
           05  CDA-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CDA-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CDA-CONTA-TITULAR     PIC X(60).
           05  CDA-CONTA-CPF         PIC X(11).
           05  CDA-CONTA-EMAIL       PIC X(80).
           05  CDA-CONTA-TELEFONE    PIC X(15).
           05  CDA-CONTA-DT-ABERTURA PIC 9(8).
           05  CDA-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CDA-CONTA-SENHA-HASH  PIC X(64).
           05  CDA-CONTA-COTIT-NOME  PIC X(60).
           05  CDA-CONTA-COTIT-CPF   PIC X(11).
           05  CDA-CONTA-CLI-ID      PIC 9(10).
           05  CDA-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  CDL-CLI-ID            PIC 9(10).
           05  CDL-CLI-NOME          PIC X(60).
           05  CDL-CLI-CPF           PIC X(14).
           05  CDL-CLI-RG            PIC X(15).
           05  CDL-CLI-DT-NASC       PIC 9(8).
           05  CDL-CLI-SEXO          PIC X(1).
           05  CDL-CLI-ESTADO-CIVIL  PIC X(2).
           05  CDL-CLI-PROFISSAO     PIC X(40).
           05  CDL-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  CDL-CLI-PERFIL-RISCO  PIC X(1).
           05  CDL-CLI-ENDERECO      PIC X(190).
           05  CDL-CLI-STATUS        PIC X(1).
           05  CDL-CLI-SCORE         PIC 9(4).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CDT-TRANS-ID          PIC 9(15).
           05  CDT-TRANS-CONTA-ORG   PIC 9(10).
           05  CDT-TRANS-CONTA-DEST  PIC 9(10).
           05  CDT-TRANS-TIPO        PIC X(3).
           05  CDT-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  CDT-TRANS-DATA        PIC 9(8).
           05  CDT-TRANS-HORA        PIC 9(6).
           05  CDT-TRANS-DESCRICAO   PIC X(100).
           05  CDT-TRANS-STATUS      PIC X(1).
           05  CDT-TRANS-NSU         PIC 9(12).
           05  CDT-TRANS-CANAL       PIC X(10).
           05  CDT-TRANS-MOEDA       PIC X(3).

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

       FD  ARQAUDIT.
       01  REG-AUDITORIA.
           05  AUD-SEQ               PIC 9(12).
           05  AUD-DATA              PIC 9(8).
           05  AUD-HORA              PIC 9(6).
           05  AUD-OPERADOR          PIC X(20).
           05  AUD-ARQUIVO           PIC X(12).
           05  AUD-CHAVE             PIC X(15).
           05  AUD-CAMPO             PIC X(20).
           05  AUD-ANTES             PIC X(40).
           05  AUD-DEPOIS            PIC X(40).
           05  AUD-HASH-ANTERIOR     PIC X(8).
           05  AUD-HASH              PIC X(8).

       FD  ARQIMAGEM.
           COPY BANKCDCI.

       FD  ARQCONTROLE.
           COPY BANKCDCC.

       FD  ARQTRABALHO.
       01  REG-TRILHA-CDC.
           05  CDW-CHAVE.
               10  CDW-ARQUIVO       PIC X(12).
               10  CDW-REGISTRO      PIC X(15).
           05  CDW-QTD               PIC 9(5).
           05  CDW-CAMPO             PIC X(20).
           05  CDW-OPERADOR          PIC X(20).
           05  CDW-DATA              PIC 9(8).
           05  CDW-HORA              PIC 9(6).
      *    Valor anterior da primeira entrada do periodo
           05  CDW-ANTES-INICIAL     PIC X(40).

       FD  ARQFEED.
           COPY BANKCDCF.

       FD  ARQCONFIRMA.
       01  REG-CONFIRMACAO.
           05  ACK-TIPO-REG          PIC X(3).
               88  ACK-DETALHE       VALUE 'ACK'.
           05  ACK-DATA              PIC 9(8).
           05  ACK-SEQ-FINAL         PIC 9(12).
           05  ACK-QTD-DETALHES      PIC 9(7).
           05  ACK-SITUACAO          PIC X(1).
               88  ACK-RECUSADO      VALUE 'R'.
           05  ACK-MOTIVO            PIC X(40).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CDC-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CNT-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-EOF       VALUE '10'.
           05  FS-TRANS             PIC XX.
               88  FS-TRN-OK        VALUE '00'.
               88  FS-TRN-EOF       VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-AUDIT             PIC XX.
               88  FS-AUD-EOF       VALUE '10'.
           05  FS-IMAGEM            PIC XX.
               88  FS-IMG-OK        VALUE '00'.
               88  FS-IMG-EOF       VALUE '10'.
           05  FS-CONTROLE          PIC XX.
               88  FS-CDC-OK        VALUE '00'.
               88  FS-CDC-EOF       VALUE '10'.
           05  FS-TRABALHO          PIC XX.
               88  FS-CDW-OK        VALUE '00'.
               88  FS-CDW-EOF       VALUE '10'.
           05  FS-FEED              PIC XX.
           05  FS-CONFIRMA          PIC XX.
               88  FS-ACK-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-GERACAO-CTRL.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-CDC-MARCA         PIC 9(14).
           05  WS-CDC-MARCA-R REDEFINES WS-CDC-MARCA.
               10  WS-CDC-DT-GERACAO PIC 9(8).
               10  WS-CDC-HR-GERACAO PIC 9(6).
           05  WS-CDC-ULT-DATA      PIC 9(8).
           05  WS-CDC-ULT-SEQ       PIC 9(12).
           05  WS-CDC-ULT-AUD-SEQ   PIC 9(12).
           05  WS-CDC-AUD-SEQ-FINAL PIC 9(12).
           05  WS-CDC-DATA-INICIAL  PIC 9(8).
           05  WS-CDC-SEQ           PIC 9(12).
           05  WS-CDC-QTD-DETALHES  PIC 9(7).
           05  WS-CDC-QTD-TRILHA    PIC 9(7).
           05  WS-CDC-IDX           PIC 9(1).
           05  WS-CDC-ARQ           PIC X(4).
           05  WS-CDC-ARQ-TRILHA    PIC X(12).
           05  WS-CDC-CHAVE         PIC X(15).
           05  WS-CDC-OPERACAO      PIC X(1).
           05  WS-CDC-EVT-DATA      PIC 9(8).
           05  WS-CDC-EVT-HORA      PIC 9(6).
           05  WS-CDC-IMG-ANTES     PIC X(360).
           05  WS-CDC-IMG-DEPOIS    PIC X(360).
           05  WS-CDC-TRANS-ID      PIC 9(15).
           05  WS-CDC-MASTER-OK     PIC X(1).
               88  CDC-MASTER-OK    VALUE 'S'.
           05  WS-CDC-CONTAGEM OCCURS 4 TIMES.
               10  WS-CDC-CNT-INC   PIC 9(7).
               10  WS-CDC-CNT-ALT   PIC 9(7).
               10  WS-CDC-CNT-EXC   PIC 9(7).
           05  WS-CDC-NOMES         PIC X(16)
                                    VALUE 'ACCTCUSTTRANEMPR'.
           05  WS-CDC-NOMES-R REDEFINES WS-CDC-NOMES.
               10  WS-CDC-NOME-ARQ  OCCURS 4 TIMES PIC X(4).

       01  WS-CONFIRMACAO-CTRL.
           05  WS-CDC-QTD-ACK       PIC 9(5).
           05  WS-CDC-QTD-CONFIRM   PIC 9(5).
           05  WS-CDC-QTD-PEND      PIC 9(5).
           05  WS-CDC-QTD-LISTA     PIC 9(5).
           05  WS-CDC-SIT-TEXTO     PIC X(11).

      *    Imagens de exibicao enviadas ao data warehouse: valores
      *    com sinal separado, sem campos sigilosos (senha).
       01  WS-IMG-CONTA.
           05  WS-IMG-CT-NUM        PIC 9(10).
           05  WS-IMG-CT-AGENCIA    PIC 9(4).
           05  WS-IMG-CT-DIGITO     PIC 9(1).
           05  WS-IMG-CT-TIPO       PIC X(2).
           05  WS-IMG-CT-STATUS     PIC X(1).
           05  WS-IMG-CT-SALDO      PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-CT-LIMITE     PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-CT-TITULAR    PIC X(60).
           05  WS-IMG-CT-CPF        PIC X(11).
           05  WS-IMG-CT-EMAIL      PIC X(80).
           05  WS-IMG-CT-TELEFONE   PIC X(15).
           05  WS-IMG-CT-DT-ABERT   PIC 9(8).
           05  WS-IMG-CT-DT-ATUAL   PIC 9(8).
           05  WS-IMG-CT-COTIT-NOME PIC X(60).
           05  WS-IMG-CT-COTIT-CPF  PIC X(11).
           05  WS-IMG-CT-CLI-ID     PIC 9(10).
           05  WS-IMG-CT-MOEDA      PIC X(3).

       01  WS-IMG-CLIENTE.
           05  WS-IMG-CL-ID         PIC 9(10).
           05  WS-IMG-CL-NOME       PIC X(60).
           05  WS-IMG-CL-CPF        PIC X(14).
           05  WS-IMG-CL-RG         PIC X(15).
           05  WS-IMG-CL-DT-NASC    PIC 9(8).
           05  WS-IMG-CL-SEXO       PIC X(1).
           05  WS-IMG-CL-EST-CIVIL  PIC X(2).
           05  WS-IMG-CL-PROFISSAO  PIC X(40).
           05  WS-IMG-CL-RENDA      PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-CL-PERFIL     PIC X(1).
           05  WS-IMG-CL-ENDERECO   PIC X(190).
           05  WS-IMG-CL-STATUS     PIC X(1).
           05  WS-IMG-CL-SCORE      PIC 9(4).

       01  WS-IMG-TRANSACAO.
           05  WS-IMG-TR-ID         PIC 9(15).
           05  WS-IMG-TR-CONTA-ORG  PIC 9(10).
           05  WS-IMG-TR-CONTA-DEST PIC 9(10).
           05  WS-IMG-TR-TIPO       PIC X(3).
           05  WS-IMG-TR-VALOR      PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-TR-DATA       PIC 9(8).
           05  WS-IMG-TR-HORA       PIC 9(6).
           05  WS-IMG-TR-DESCRICAO  PIC X(100).
           05  WS-IMG-TR-STATUS     PIC X(1).
           05  WS-IMG-TR-NSU        PIC 9(12).
           05  WS-IMG-TR-CANAL      PIC X(10).
           05  WS-IMG-TR-MOEDA      PIC X(3).

       01  WS-IMG-EMPRESTIMO.
           05  WS-IMG-EM-ID         PIC 9(10).
           05  WS-IMG-EM-CONTA      PIC 9(10).
           05  WS-IMG-EM-CLI-ID     PIC 9(10).
           05  WS-IMG-EM-PRINCIPAL  PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-EM-TAXA-MES   PIC 9(2)V9(4).
           05  WS-IMG-EM-PRAZO      PIC 9(3).
           05  WS-IMG-EM-PARCELA    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-EM-PAGAS      PIC 9(3).
           05  WS-IMG-EM-DIA-VENCTO PIC 9(2).
           05  WS-IMG-EM-DT-CONTR   PIC 9(8).
           05  WS-IMG-EM-ATRASOS    PIC 9(3).
           05  WS-IMG-EM-COMPET-COB PIC 9(6).
           05  WS-IMG-EM-COMPET-ATR PIC 9(6).
           05  WS-IMG-EM-SITUACAO   PIC X(1).

       01  WS-CHAMADA-INTERFACE.
      *    Area de chamada do controle de interfaces (BANKIFC)
           05  WS-IFCSRV-MODO       PIC X(1).
           05  WS-IFCSRV-NOME       PIC X(12).
           05  WS-IFCSRV-QTD        PIC 9(7).
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

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
           IF LS-MODO-BATCH
               PERFORM 4000-PROCESSAR-CONFIRMACAO
               PERFORM 2000-GERAR-FEED
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
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

       0200-ABRIR-CONTROLE.
           OPEN I-O ARQCONTROLE
           IF FS-CONTROLE = '35'
               OPEN OUTPUT ARQCONTROLE
               CLOSE ARQCONTROLE
               OPEN I-O ARQCONTROLE
           END-IF.

       0210-ABRIR-IMAGENS.
           OPEN I-O ARQIMAGEM
           IF FS-IMAGEM = '35'
               OPEN OUTPUT ARQIMAGEM
               CLOSE ARQIMAGEM
               OPEN I-O ARQIMAGEM
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' FEED DE ALTERACOES AO DATA WAREHOUSE'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Gerar feed da data de movimento'
           DISPLAY ' 02. Processar confirmacao do data warehouse'
           DISPLAY ' 03. Consultar feeds e confirmacoes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-GERAR-FEED
               WHEN '02'
                   PERFORM 4000-PROCESSAR-CONFIRMACAO
               WHEN '03'
                   PERFORM 5000-LISTAR-FEEDS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

      *================================================================
       2000-GERAR-FEED SECTION.
      *================================================================
       2000-INICIO.
      *    Um feed por data de movimento, continuando a sequencia e a
      *    trilha de onde o feed anterior parou.
           DISPLAY '--- FEED DE ALTERACOES - ' WS-DATA-MOVIMENTO
               ' ---'
           PERFORM 0200-ABRIR-CONTROLE
           MOVE WS-DATA-MOVIMENTO TO CDC-DATA
           READ ARQCONTROLE
               INVALID KEY CONTINUE
           END-READ
           IF FS-CDC-OK
               DISPLAY 'FEED DA DATA JA GERADO - SITUACAO '
                   CDC-SITUACAO
               MOVE 'FEED DA DATA DE MOVIMENTO JA GERADO'
                   TO LS-MENSAGEM
               CLOSE ARQCONTROLE
               EXIT SECTION
           END-IF
           PERFORM 2050-ULTIMO-FEED
           IF WS-CDC-ULT-DATA > WS-DATA-MOVIMENTO
               DISPLAY 'EXISTE FEED POSTERIOR A DATA DE MOVIMENTO: '
                   WS-CDC-ULT-DATA
               CLOSE ARQCONTROLE
               EXIT SECTION
           END-IF
           IF WS-CDC-ULT-DATA = ZEROS
               MOVE ZEROS TO WS-CDC-DATA-INICIAL
               DISPLAY 'PRIMEIRO FEED - CARGA INICIAL COMPLETA'
           ELSE
               COMPUTE WS-CDC-DATA-INICIAL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CDC-ULT-DATA) + 1)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CDC-MARCA
           MOVE WS-CDC-ULT-SEQ TO WS-CDC-SEQ
           MOVE ZEROS TO WS-CDC-QTD-DETALHES WS-CDC-QTD-TRILHA
           PERFORM VARYING WS-CDC-IDX FROM 1 BY 1
                   UNTIL WS-CDC-IDX > 4
               MOVE ZEROS TO WS-CDC-CNT-INC(WS-CDC-IDX)
                             WS-CDC-CNT-ALT(WS-CDC-IDX)
                             WS-CDC-CNT-EXC(WS-CDC-IDX)
           END-PERFORM
           PERFORM 2100-CARREGAR-TRILHA
           OPEN OUTPUT ARQFEED
           IF FS-FEED NOT = '00'
               DISPLAY 'ERRO AO CRIAR BANKCDC.TXT: ' FS-FEED
               MOVE 0030 TO LS-CODIGO
               CLOSE ARQCONTROLE ARQTRABALHO
               EXIT SECTION
           END-IF
           PERFORM 0210-ABRIR-IMAGENS
           PERFORM 2200-GRAVAR-HEADER
           PERFORM 3000-CAPTURAR-CONTAS
           PERFORM 3200-CAPTURAR-CLIENTES
           PERFORM 3400-CAPTURAR-TRANSACOES
           PERFORM 3600-CAPTURAR-EMPRESTIMOS
           PERFORM 2800-GRAVAR-TRAILER
           CLOSE ARQFEED ARQIMAGEM ARQTRABALHO
           PERFORM 2900-GRAVAR-CONTROLE
           CLOSE ARQCONTROLE
           MOVE 'S' TO WS-IFCSRV-MODO
           MOVE 'BANKCDC.TXT' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           DISPLAY 'ENTRADAS DA TRILHA: ' WS-CDC-QTD-TRILHA
           PERFORM VARYING WS-CDC-IDX FROM 1 BY 1
                   UNTIL WS-CDC-IDX > 4
               DISPLAY WS-CDC-NOME-ARQ(WS-CDC-IDX)
                   '  INCLUSOES: ' WS-CDC-CNT-INC(WS-CDC-IDX)
                   '  ALTERACOES: ' WS-CDC-CNT-ALT(WS-CDC-IDX)
                   '  EXCLUSOES: ' WS-CDC-CNT-EXC(WS-CDC-IDX)
           END-PERFORM
           DISPLAY 'REGISTROS NO FEED: ' WS-CDC-QTD-DETALHES
               '  SEQUENCIA FINAL: ' WS-CDC-SEQ
           DISPLAY 'ARQUIVO GERADO: BANKCDC.TXT'
           PERFORM 5100-FEEDS-PENDENTES
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-ULTIMO-FEED.
           MOVE ZEROS TO WS-CDC-ULT-DATA WS-CDC-ULT-SEQ
                         WS-CDC-ULT-AUD-SEQ
           MOVE 99999999 TO CDC-DATA
           START ARQCONTROLE KEY IS <= CDC-DATA
               INVALID KEY MOVE '10' TO FS-CONTROLE
           END-START
           IF FS-CDC-OK
               READ ARQCONTROLE NEXT
                   AT END MOVE '10' TO FS-CONTROLE
               END-READ
               IF FS-CDC-OK
                   MOVE CDC-DATA TO WS-CDC-ULT-DATA
                   MOVE CDC-SEQ-FINAL TO WS-CDC-ULT-SEQ
                   MOVE CDC-AUD-SEQ-FINAL TO WS-CDC-ULT-AUD-SEQ
               END-IF
           END-IF
           MOVE '00' TO FS-CONTROLE.

       2100-CARREGAR-TRILHA.
      *    Entradas da trilha desde o feed anterior nos quatro
      *    arquivos, acumuladas por registro. A recusa de operacao
      *    em conta propria (CONFLITO-INTERESSE) nao altera a conta.
           OPEN OUTPUT ARQTRABALHO
           CLOSE ARQTRABALHO
           OPEN I-O ARQTRABALHO
           MOVE WS-CDC-ULT-AUD-SEQ TO WS-CDC-AUD-SEQ-FINAL
           OPEN INPUT ARQAUDIT
           IF FS-AUDIT NOT = '00'
               DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CDC-ULT-AUD-SEQ TO AUD-SEQ
           START ARQAUDIT KEY IS > AUD-SEQ
               INVALID KEY MOVE '10' TO FS-AUDIT
           END-START
           PERFORM UNTIL FS-AUD-EOF
               READ ARQAUDIT NEXT
                   AT END MOVE '10' TO FS-AUDIT
               END-READ
               IF NOT FS-AUD-EOF
                   MOVE AUD-SEQ TO WS-CDC-AUD-SEQ-FINAL
                   IF (AUD-ARQUIVO = 'BANKACCT.DAT' OR 'BANKCUST.DAT'
                       OR 'BANKTRAN.DAT' OR 'BANKEMPR.DAT')
                      AND AUD-CAMPO NOT = 'CONFLITO-INTERESSE'
                       PERFORM 2150-ACUMULAR-ENTRADA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQAUDIT.

       2150-ACUMULAR-ENTRADA.
           ADD 1 TO WS-CDC-QTD-TRILHA
           MOVE AUD-ARQUIVO TO CDW-ARQUIVO
           MOVE AUD-CHAVE TO CDW-REGISTRO
           READ ARQTRABALHO
               INVALID KEY
                   MOVE 1 TO CDW-QTD
                   MOVE AUD-ANTES TO CDW-ANTES-INICIAL
                   MOVE AUD-CAMPO TO CDW-CAMPO
                   MOVE AUD-OPERADOR TO CDW-OPERADOR
                   MOVE AUD-DATA TO CDW-DATA
                   MOVE AUD-HORA TO CDW-HORA
                   WRITE REG-TRILHA-CDC
               NOT INVALID KEY
                   ADD 1 TO CDW-QTD
                   MOVE AUD-CAMPO TO CDW-CAMPO
                   MOVE AUD-OPERADOR TO CDW-OPERADOR
                   MOVE AUD-DATA TO CDW-DATA
                   MOVE AUD-HORA TO CDW-HORA
                   REWRITE REG-TRILHA-CDC
           END-READ.

       2200-GRAVAR-HEADER.
           MOVE SPACES TO REG-FEED-CDC
           SET CDF-HEADER TO TRUE
           MOVE WS-DATA-MOVIMENTO TO CDF-DATA-MOVIMENTO
           MOVE WS-CDC-DATA-INICIAL TO CDF-DATA-INICIAL
           COMPUTE CDF-SEQ-INICIAL = WS-CDC-ULT-SEQ + 1
           MOVE WS-CDC-DT-GERACAO TO CDF-DT-GERACAO
           MOVE WS-CDC-HR-GERACAO TO CDF-HR-GERACAO
           WRITE REG-FEED-CDC.

       2800-GRAVAR-TRAILER.
      *    Quantidade de linhas anteriores ao trailer, no padrao
      *    conferido pelo BANKIFC.
           MOVE SPACES TO REG-FEED-CDC
           SET CDF-TRAILER TO TRUE
           COMPUTE CDF-QTD-LINHAS = WS-CDC-QTD-DETALHES + 1
           MOVE WS-CDC-SEQ TO CDF-SEQ-FINAL
           PERFORM VARYING WS-CDC-IDX FROM 1 BY 1
                   UNTIL WS-CDC-IDX > 4
               MOVE WS-CDC-NOME-ARQ(WS-CDC-IDX)
                   TO CDF-CNT-ARQUIVO(WS-CDC-IDX)
               MOVE WS-CDC-CNT-INC(WS-CDC-IDX)
                   TO CDF-CNT-INCLUSOES(WS-CDC-IDX)
               MOVE WS-CDC-CNT-ALT(WS-CDC-IDX)
                   TO CDF-CNT-ALTERACOES(WS-CDC-IDX)
               MOVE WS-CDC-CNT-EXC(WS-CDC-IDX)
                   TO CDF-CNT-EXCLUSOES(WS-CDC-IDX)
           END-PERFORM
           WRITE REG-FEED-CDC.

       2900-GRAVAR-CONTROLE.
           INITIALIZE REG-CONTROLE-CDC
           MOVE WS-DATA-MOVIMENTO TO CDC-DATA
           MOVE WS-CDC-DATA-INICIAL TO CDC-DATA-INICIAL
           COMPUTE CDC-SEQ-INICIAL = WS-CDC-ULT-SEQ + 1
           MOVE WS-CDC-SEQ TO CDC-SEQ-FINAL
           MOVE WS-CDC-QTD-DETALHES TO CDC-QTD-DETALHES
           PERFORM VARYING WS-CDC-IDX FROM 1 BY 1
                   UNTIL WS-CDC-IDX > 4
               MOVE WS-CDC-CNT-INC(WS-CDC-IDX)
                   TO CDC-CNT-INCLUSOES(WS-CDC-IDX)
               MOVE WS-CDC-CNT-ALT(WS-CDC-IDX)
                   TO CDC-CNT-ALTERACOES(WS-CDC-IDX)
               MOVE WS-CDC-CNT-EXC(WS-CDC-IDX)
                   TO CDC-CNT-EXCLUSOES(WS-CDC-IDX)
           END-PERFORM
           MOVE WS-CDC-AUD-SEQ-FINAL TO CDC-AUD-SEQ-FINAL
           MOVE WS-CDC-DT-GERACAO TO CDC-DT-GERACAO
           MOVE WS-CDC-HR-GERACAO TO CDC-HR-GERACAO
           SET CDC-GERADO TO TRUE
           MOVE ZEROS TO CDC-DT-CONFIRMACAO
           MOVE SPACES TO CDC-MOTIVO
           WRITE REG-CONTROLE-CDC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTROLE DO FEED: '
                       FS-CONTROLE
           END-WRITE.

      *================================================================
       3000-CAPTURAR-CONTAS SECTION.
      *================================================================
       3000-INICIO.
           MOVE 1 TO WS-CDC-IDX
           MOVE 'ACCT' TO WS-CDC-ARQ
           MOVE 'BANKACCT.DAT' TO WS-CDC-ARQ-TRILHA
           OPEN INPUT ARQCONTAS
           IF FS-CONTAS NOT = '00'
               DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL: ' FS-CONTAS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-CNT-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CNT-EOF
                   PERFORM 3010-IMAGEM-CONTA
                   MOVE CDA-CONTA-NUM TO WS-CDC-CHAVE
                   MOVE WS-IMG-CONTA TO WS-CDC-IMG-DEPOIS
                   PERFORM 3800-COMPARAR-IMAGEM
               END-IF
           END-PERFORM
           CLOSE ARQCONTAS
           PERFORM 3850-VARRER-EXCLUSOES
           EXIT SECTION.

       3010-IMAGEM-CONTA.
           MOVE CDA-CONTA-NUM TO WS-IMG-CT-NUM
           MOVE CDA-CONTA-AGENCIA TO WS-IMG-CT-AGENCIA
           MOVE CDA-CONTA-DIGITO TO WS-IMG-CT-DIGITO
           MOVE CDA-CONTA-TIPO TO WS-IMG-CT-TIPO
           MOVE CDA-CONTA-STATUS TO WS-IMG-CT-STATUS
           MOVE CDA-CONTA-SALDO TO WS-IMG-CT-SALDO
           MOVE CDA-CONTA-LIMITE TO WS-IMG-CT-LIMITE
           MOVE CDA-CONTA-TITULAR TO WS-IMG-CT-TITULAR
           MOVE CDA-CONTA-CPF TO WS-IMG-CT-CPF
           MOVE CDA-CONTA-EMAIL TO WS-IMG-CT-EMAIL
           MOVE CDA-CONTA-TELEFONE TO WS-IMG-CT-TELEFONE
           MOVE CDA-CONTA-DT-ABERTURA TO WS-IMG-CT-DT-ABERT
           MOVE CDA-CONTA-DT-ATUALIZACAO TO WS-IMG-CT-DT-ATUAL
           MOVE CDA-CONTA-COTIT-NOME TO WS-IMG-CT-COTIT-NOME
           MOVE CDA-CONTA-COTIT-CPF TO WS-IMG-CT-COTIT-CPF
           MOVE CDA-CONTA-CLI-ID TO WS-IMG-CT-CLI-ID
           MOVE CDA-CONTA-MOEDA TO WS-IMG-CT-MOEDA.

      *================================================================
       3200-CAPTURAR-CLIENTES SECTION.
      *================================================================
       3200-INICIO.
           MOVE 2 TO WS-CDC-IDX
           MOVE 'CUST' TO WS-CDC-ARQ
           MOVE 'BANKCUST.DAT' TO WS-CDC-ARQ-TRILHA
           OPEN INPUT ARQCLIENTE
           IF FS-CLIENTE NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                   FS-CLIENTE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-CLI-EOF
               READ ARQCLIENTE NEXT
                   AT END MOVE '10' TO FS-CLIENTE
               END-READ
               IF NOT FS-CLI-EOF
                   PERFORM 3210-IMAGEM-CLIENTE
                   MOVE CDL-CLI-ID TO WS-CDC-CHAVE
                   MOVE WS-IMG-CLIENTE TO WS-CDC-IMG-DEPOIS
                   PERFORM 3800-COMPARAR-IMAGEM
               END-IF
           END-PERFORM
           CLOSE ARQCLIENTE
           PERFORM 3850-VARRER-EXCLUSOES
           EXIT SECTION.

       3210-IMAGEM-CLIENTE.
           MOVE CDL-CLI-ID TO WS-IMG-CL-ID
           MOVE CDL-CLI-NOME TO WS-IMG-CL-NOME
           MOVE CDL-CLI-CPF TO WS-IMG-CL-CPF
           MOVE CDL-CLI-RG TO WS-IMG-CL-RG
           MOVE CDL-CLI-DT-NASC TO WS-IMG-CL-DT-NASC
           MOVE CDL-CLI-SEXO TO WS-IMG-CL-SEXO
           MOVE CDL-CLI-ESTADO-CIVIL TO WS-IMG-CL-EST-CIVIL
           MOVE CDL-CLI-PROFISSAO TO WS-IMG-CL-PROFISSAO
           MOVE CDL-CLI-RENDA TO WS-IMG-CL-RENDA
           MOVE CDL-CLI-PERFIL-RISCO TO WS-IMG-CL-PERFIL
           MOVE CDL-CLI-ENDERECO TO WS-IMG-CL-ENDERECO
           MOVE CDL-CLI-STATUS TO WS-IMG-CL-STATUS
           MOVE CDL-CLI-SCORE TO WS-IMG-CL-SCORE.

      *================================================================
       3400-CAPTURAR-TRANSACOES SECTION.
      *================================================================
       3400-INICIO.
      *    Transacoes nao passam pelo arquivo de imagens: as gravadas
      *    no periodo do feed vao como inclusao e as de periodo ja
      *    enviado que mudaram de situacao (trilha) como alteracao.
           MOVE 3 TO WS-CDC-IDX
           MOVE 'TRAN' TO WS-CDC-ARQ
           MOVE 'BANKTRAN.DAT' TO WS-CDC-ARQ-TRILHA
           OPEN INPUT ARQTRANS
           IF FS-TRANS NOT = '00'
               DISPLAY 'ARQUIVO DE TRANSACOES INDISPONIVEL: '
                   FS-TRANS
               EXIT SECTION
           END-IF
           MOVE 'I' TO WS-CDC-OPERACAO
           MOVE SPACES TO WS-CDC-IMG-ANTES
           PERFORM UNTIL FS-TRN-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRN-EOF
                  AND CDT-TRANS-DATA > WS-CDC-ULT-DATA
                  AND CDT-TRANS-DATA NOT > WS-DATA-MOVIMENTO
                   PERFORM 3410-IMAGEM-TRANSACAO
                   MOVE CDT-TRANS-ID TO WS-CDC-CHAVE
                   MOVE WS-IMG-TRANSACAO TO WS-CDC-IMG-DEPOIS
                   MOVE CDT-TRANS-DATA TO WS-CDC-EVT-DATA
                   MOVE CDT-TRANS-HORA TO WS-CDC-EVT-HORA
                   PERFORM 3900-EMITIR-DETALHE
               END-IF
           END-PERFORM
           MOVE 'BANKTRAN.DAT' TO CDW-ARQUIVO
           MOVE LOW-VALUES TO CDW-REGISTRO
           START ARQTRABALHO KEY IS >= CDW-CHAVE
               INVALID KEY MOVE '10' TO FS-TRABALHO
           END-START
           PERFORM UNTIL FS-CDW-EOF
               READ ARQTRABALHO NEXT
                   AT END MOVE '10' TO FS-TRABALHO
               END-READ
               IF NOT FS-CDW-EOF
                   IF CDW-ARQUIVO NOT = 'BANKTRAN.DAT'
                       MOVE '10' TO FS-TRABALHO
                   ELSE
                       PERFORM 3420-ALTERACAO-TRANSACAO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRABALHO
           CLOSE ARQTRANS
           EXIT SECTION.

       3410-IMAGEM-TRANSACAO.
           MOVE CDT-TRANS-ID TO WS-IMG-TR-ID
           MOVE CDT-TRANS-CONTA-ORG TO WS-IMG-TR-CONTA-ORG
           MOVE CDT-TRANS-CONTA-DEST TO WS-IMG-TR-CONTA-DEST
           MOVE CDT-TRANS-TIPO TO WS-IMG-TR-TIPO
           MOVE CDT-TRANS-VALOR TO WS-IMG-TR-VALOR
           MOVE CDT-TRANS-DATA TO WS-IMG-TR-DATA
           MOVE CDT-TRANS-HORA TO WS-IMG-TR-HORA
           MOVE CDT-TRANS-DESCRICAO TO WS-IMG-TR-DESCRICAO
           MOVE CDT-TRANS-STATUS TO WS-IMG-TR-STATUS
           MOVE CDT-TRANS-NSU TO WS-IMG-TR-NSU
           MOVE CDT-TRANS-CANAL TO WS-IMG-TR-CANAL
           MOVE CDT-TRANS-MOEDA TO WS-IMG-TR-MOEDA.

       3420-ALTERACAO-TRANSACAO.
      *    A imagem anterior e a atual com a situacao que a trilha
      *    registrou antes da primeira mudanca do periodo. Transacao
      *    ja arquivada ou incluida neste feed nao gera alteracao.
           MOVE CDW-REGISTRO TO WS-CDC-TRANS-ID
           MOVE WS-CDC-TRANS-ID TO CDT-TRANS-ID
           READ ARQTRANS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-TRN-OK
               EXIT PARAGRAPH
           END-IF
           IF CDT-TRANS-DATA > WS-CDC-ULT-DATA
               EXIT PARAGRAPH
           END-IF
           PERFORM 3410-IMAGEM-TRANSACAO
           MOVE WS-IMG-TRANSACAO TO WS-CDC-IMG-DEPOIS
           MOVE CDW-ANTES-INICIAL(1:1) TO WS-IMG-TR-STATUS
           MOVE WS-IMG-TRANSACAO TO WS-CDC-IMG-ANTES
           MOVE 'U' TO WS-CDC-OPERACAO
           MOVE CDW-REGISTRO TO WS-CDC-CHAVE
           MOVE WS-CDC-DT-GERACAO TO WS-CDC-EVT-DATA
           MOVE WS-CDC-HR-GERACAO TO WS-CDC-EVT-HORA
           PERFORM 3900-EMITIR-DETALHE.

      *================================================================
       3600-CAPTURAR-EMPRESTIMOS SECTION.
      *================================================================
       3600-INICIO.
           MOVE 4 TO WS-CDC-IDX
           MOVE 'EMPR' TO WS-CDC-ARQ
           MOVE 'BANKEMPR.DAT' TO WS-CDC-ARQ-TRILHA
           OPEN INPUT ARQEMPREST
           IF FS-EMPREST NOT = '00'
               DISPLAY 'CARTEIRA DE EMPRESTIMOS INDISPONIVEL: '
                   FS-EMPREST
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   PERFORM 3610-IMAGEM-EMPRESTIMO
                   MOVE EMP-ID TO WS-CDC-CHAVE
                   MOVE WS-IMG-EMPRESTIMO TO WS-CDC-IMG-DEPOIS
                   PERFORM 3800-COMPARAR-IMAGEM
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST
           PERFORM 3850-VARRER-EXCLUSOES
           EXIT SECTION.

       3610-IMAGEM-EMPRESTIMO.
           MOVE EMP-ID TO WS-IMG-EM-ID
           MOVE EMP-CONTA TO WS-IMG-EM-CONTA
           MOVE EMP-CLI-ID TO WS-IMG-EM-CLI-ID
           MOVE EMP-PRINCIPAL TO WS-IMG-EM-PRINCIPAL
           MOVE EMP-TAXA-MES TO WS-IMG-EM-TAXA-MES
           MOVE EMP-PRAZO-MESES TO WS-IMG-EM-PRAZO
           MOVE EMP-VALOR-PARCELA TO WS-IMG-EM-PARCELA
           MOVE EMP-PARCELAS-PAGAS TO WS-IMG-EM-PAGAS
           MOVE EMP-DIA-VENCTO TO WS-IMG-EM-DIA-VENCTO
           MOVE EMP-DT-CONTRATO TO WS-IMG-EM-DT-CONTR
           MOVE EMP-QTD-ATRASOS TO WS-IMG-EM-ATRASOS
           MOVE EMP-COMPET-COBRADA TO WS-IMG-EM-COMPET-COB
           MOVE EMP-COMPET-ATRASO TO WS-IMG-EM-COMPET-ATR
           MOVE EMP-SITUACAO TO WS-IMG-EM-SITUACAO.

      *================================================================
       3800-COMPARAR-IMAGEM SECTION.
      *================================================================
       3800-INICIO.
      *    Registro vivo contra a ultima imagem enviada; toda imagem
      *    vista recebe a marca da execucao.
           MOVE WS-CDC-DT-GERACAO TO WS-CDC-EVT-DATA
           MOVE WS-CDC-HR-GERACAO TO WS-CDC-EVT-HORA
           MOVE WS-CDC-ARQ TO CDI-ARQUIVO
           MOVE WS-CDC-CHAVE TO CDI-REGISTRO
           READ ARQIMAGEM
               INVALID KEY
                   MOVE 'I' TO WS-CDC-OPERACAO
                   MOVE SPACES TO WS-CDC-IMG-ANTES
                   MOVE WS-CDC-IMG-DEPOIS TO CDI-IMAGEM
                   MOVE WS-DATA-MOVIMENTO TO CDI-DT-ENVIO
                   MOVE WS-CDC-MARCA TO CDI-MARCA-EXECUCAO
                   WRITE REG-IMAGEM-CDC
                   PERFORM 3900-EMITIR-DETALHE
               NOT INVALID KEY
                   MOVE WS-CDC-MARCA TO CDI-MARCA-EXECUCAO
                   IF CDI-IMAGEM NOT = WS-CDC-IMG-DEPOIS
                       MOVE 'U' TO WS-CDC-OPERACAO
                       MOVE CDI-IMAGEM TO WS-CDC-IMG-ANTES
                       MOVE WS-CDC-IMG-DEPOIS TO CDI-IMAGEM
                       MOVE WS-DATA-MOVIMENTO TO CDI-DT-ENVIO
                       PERFORM 3900-EMITIR-DETALHE
                   END-IF
                   REWRITE REG-IMAGEM-CDC
           END-READ
           EXIT SECTION.

       3850-VARRER-EXCLUSOES.
      *    Imagem do arquivo nao vista nesta execucao: o registro foi
      *    excluido. So e chamada com o arquivo vivo lido por inteiro.
           MOVE 'D' TO WS-CDC-OPERACAO
           MOVE SPACES TO WS-CDC-IMG-DEPOIS
           MOVE WS-CDC-DT-GERACAO TO WS-CDC-EVT-DATA
           MOVE WS-CDC-HR-GERACAO TO WS-CDC-EVT-HORA
           MOVE WS-CDC-ARQ TO CDI-ARQUIVO
           MOVE LOW-VALUES TO CDI-REGISTRO
           START ARQIMAGEM KEY IS >= CDI-CHAVE
               INVALID KEY MOVE '10' TO FS-IMAGEM
           END-START
           PERFORM UNTIL FS-IMG-EOF
               READ ARQIMAGEM NEXT
                   AT END MOVE '10' TO FS-IMAGEM
               END-READ
               IF NOT FS-IMG-EOF
                   IF CDI-ARQUIVO NOT = WS-CDC-ARQ
                       MOVE '10' TO FS-IMAGEM
                   ELSE
                       IF CDI-MARCA-EXECUCAO NOT = WS-CDC-MARCA
                           MOVE CDI-REGISTRO TO WS-CDC-CHAVE
                           MOVE CDI-IMAGEM TO WS-CDC-IMG-ANTES
                           PERFORM 3900-EMITIR-DETALHE
                           DELETE ARQIMAGEM RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-IMAGEM.

       3900-EMITIR-DETALHE.
           ADD 1 TO WS-CDC-SEQ
           MOVE SPACES TO REG-FEED-CDC
           SET CDF-DETALHE TO TRUE
           MOVE WS-CDC-SEQ TO CDF-SEQ
           MOVE WS-CDC-ARQ TO CDF-ARQUIVO
           MOVE WS-CDC-OPERACAO TO CDF-OPERACAO
           MOVE WS-CDC-CHAVE TO CDF-CHAVE
           MOVE WS-CDC-EVT-DATA TO CDF-DATA
           MOVE WS-CDC-EVT-HORA TO CDF-HORA
           PERFORM 3950-ANOTAR-TRILHA
           MOVE WS-CDC-IMG-ANTES TO CDF-ANTES
           MOVE WS-CDC-IMG-DEPOIS TO CDF-DEPOIS
           WRITE REG-FEED-CDC
           ADD 1 TO WS-CDC-QTD-DETALHES
           EVALUATE WS-CDC-OPERACAO
               WHEN 'I'
                   ADD 1 TO WS-CDC-CNT-INC(WS-CDC-IDX)
               WHEN 'U'
                   ADD 1 TO WS-CDC-CNT-ALT(WS-CDC-IDX)
               WHEN 'D'
                   ADD 1 TO WS-CDC-CNT-EXC(WS-CDC-IDX)
           END-EVALUATE.

       3950-ANOTAR-TRILHA.
      *    Ultima acao registrada na trilha sobre o registro.
           MOVE WS-CDC-ARQ-TRILHA TO CDW-ARQUIVO
           MOVE WS-CDC-CHAVE TO CDW-REGISTRO
           READ ARQTRABALHO
               INVALID KEY CONTINUE
           END-READ
           IF FS-CDW-OK
               MOVE CDW-OPERADOR TO CDF-OPERADOR
               MOVE CDW-DATA TO CDF-DATA
               MOVE CDW-HORA TO CDF-HORA
               IF CDW-QTD > 1
                   MOVE 'VARIOS' TO CDF-CAMPO
               ELSE
                   MOVE CDW-CAMPO TO CDF-CAMPO
               END-IF
           END-IF
           MOVE '00' TO FS-TRABALHO.

      *================================================================
       4000-PROCESSAR-CONFIRMACAO SECTION.
      *================================================================
       4000-INICIO.
      *    Confirmacao de carga do data warehouse: conferida pelo
      *    BANKIFC (trailer, duplicidade) antes de baixar os feeds.
           MOVE 'C' TO WS-IFCSRV-MODO
           MOVE 'BANKCDC.ACK' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           EVALUATE WS-IFCSRV-CODIGO
               WHEN 0
                   CONTINUE
               WHEN 3
                   DISPLAY 'CONFIRMACAO DO DATA WAREHOUSE NAO RECEBIDA'
                   PERFORM 5100-FEEDS-PENDENTES
                   EXIT SECTION
               WHEN OTHER
                   DISPLAY 'CONFIRMACAO RECUSADA: '
                       WS-IFCSRV-MENSAGEM
                   EXIT SECTION
           END-EVALUATE
           OPEN INPUT ARQCONFIRMA
           IF FS-CONFIRMA NOT = '00'
               DISPLAY 'ERRO AO ABRIR BANKCDC.ACK: ' FS-CONFIRMA
               EXIT SECTION
           END-IF
           PERFORM 0200-ABRIR-CONTROLE
           MOVE ZEROS TO WS-CDC-QTD-ACK WS-CDC-QTD-CONFIRM
           PERFORM UNTIL FS-ACK-EOF
               READ ARQCONFIRMA
                   AT END MOVE '10' TO FS-CONFIRMA
               END-READ
               IF NOT FS-ACK-EOF AND ACK-DETALHE
                   PERFORM 4100-APLICAR-CONFIRMACAO
               END-IF
           END-PERFORM
           CLOSE ARQCONFIRMA ARQCONTROLE
           DISPLAY 'CONFIRMACOES LIDAS: ' WS-CDC-QTD-ACK
               '  FEEDS CONFIRMADOS: ' WS-CDC-QTD-CONFIRM
           PERFORM 5100-FEEDS-PENDENTES
           EXIT SECTION.

       4100-APLICAR-CONFIRMACAO.
      *    Aceite com sequencia final e contagem iguais as do feed
      *    gerado confirma; contagem diferente fica divergente.
           ADD 1 TO WS-CDC-QTD-ACK
           MOVE ACK-DATA TO CDC-DATA
           READ ARQCONTROLE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CDC-OK
               DISPLAY 'CONFIRMACAO DE FEED INEXISTENTE: ' ACK-DATA
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACK-RECUSADO
                   SET CDC-REJEITADO TO TRUE
                   MOVE ACK-MOTIVO TO CDC-MOTIVO
               WHEN ACK-SEQ-FINAL = CDC-SEQ-FINAL
                AND ACK-QTD-DETALHES = CDC-QTD-DETALHES
                   SET CDC-CONFIRMADO TO TRUE
                   MOVE SPACES TO CDC-MOTIVO
                   ADD 1 TO WS-CDC-QTD-CONFIRM
               WHEN OTHER
                   SET CDC-DIVERGENTE TO TRUE
                   MOVE 'CONTAGEM CONFIRMADA DIFERE DO FEED GERADO'
                       TO CDC-MOTIVO
           END-EVALUATE
           MOVE WS-DATA-MOVIMENTO TO CDC-DT-CONFIRMACAO
           REWRITE REG-CONTROLE-CDC
           PERFORM 5200-TEXTO-SITUACAO
           DISPLAY 'FEED ' CDC-DATA ': ' WS-CDC-SIT-TEXTO ' '
               CDC-MOTIVO.

      *================================================================
       5000-LISTAR-FEEDS SECTION.
      *================================================================
       5000-INICIO.
           OPEN INPUT ARQCONTROLE
           IF FS-CONTROLE NOT = '00'
               DISPLAY 'NENHUM FEED GERADO'
               EXIT SECTION
           END-IF
           DISPLAY '--- FEEDS DE ALTERACOES ---'
           DISPLAY 'DATA     SEQ INICIAL  SEQ FINAL    DETALHES'
               ' SITUACAO    CONFIRMACAO'
           MOVE ZEROS TO WS-CDC-QTD-LISTA
           MOVE ZEROS TO CDC-DATA
           START ARQCONTROLE KEY IS >= CDC-DATA
               INVALID KEY MOVE '10' TO FS-CONTROLE
           END-START
           PERFORM UNTIL FS-CDC-EOF
               READ ARQCONTROLE NEXT
                   AT END MOVE '10' TO FS-CONTROLE
               END-READ
               IF NOT FS-CDC-EOF
                   ADD 1 TO WS-CDC-QTD-LISTA
                   PERFORM 5200-TEXTO-SITUACAO
                   DISPLAY CDC-DATA ' ' CDC-SEQ-INICIAL ' '
                       CDC-SEQ-FINAL ' ' CDC-QTD-DETALHES ' '
                       WS-CDC-SIT-TEXTO ' ' CDC-DT-CONFIRMACAO
                   IF CDC-MOTIVO NOT = SPACES
                       DISPLAY '         ' CDC-MOTIVO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONTROLE
           DISPLAY 'FEEDS LISTADOS: ' WS-CDC-QTD-LISTA
           EXIT SECTION.

       5100-FEEDS-PENDENTES.
      *    Feed de dia anterior sem confirmacao de carga e dia que o
      *    data warehouse nao recebeu (ou recusou).
           MOVE ZEROS TO WS-CDC-QTD-PEND
           OPEN INPUT ARQCONTROLE
           IF FS-CONTROLE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CDC-DATA
           START ARQCONTROLE KEY IS >= CDC-DATA
               INVALID KEY MOVE '10' TO FS-CONTROLE
           END-START
           PERFORM UNTIL FS-CDC-EOF
               READ ARQCONTROLE NEXT
                   AT END MOVE '10' TO FS-CONTROLE
               END-READ
               IF NOT FS-CDC-EOF
                  AND CDC-DATA < WS-DATA-MOVIMENTO
                  AND NOT CDC-CONFIRMADO
                   ADD 1 TO WS-CDC-QTD-PEND
                   PERFORM 5200-TEXTO-SITUACAO
                   DISPLAY 'FEED SEM CONFIRMACAO DE CARGA: ' CDC-DATA
                       ' ' WS-CDC-SIT-TEXTO
               END-IF
           END-PERFORM
           CLOSE ARQCONTROLE
           IF WS-CDC-QTD-PEND > 0
               MOVE 'FEED DE ALTERACOES SEM CONFIRMACAO DO DW'
                   TO LS-MENSAGEM
           END-IF.

       5200-TEXTO-SITUACAO.
           EVALUATE TRUE
               WHEN CDC-GERADO
                   MOVE 'GERADO' TO WS-CDC-SIT-TEXTO
               WHEN CDC-CONFIRMADO
                   MOVE 'CONFIRMADO' TO WS-CDC-SIT-TEXTO
               WHEN CDC-REJEITADO
                   MOVE 'REJEITADO' TO WS-CDC-SIT-TEXTO
               WHEN CDC-DIVERGENTE
                   MOVE 'DIVERGENTE' TO WS-CDC-SIT-TEXTO
               WHEN OTHER
                   MOVE CDC-SITUACAO TO WS-CDC-SIT-TEXTO
           END-EVALUATE.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
