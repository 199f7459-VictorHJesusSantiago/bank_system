      *================================================================
      * BANKSCR.COB - Documento 3040 do SCR (risco de credito)
      * Sistema Bancario COBOL
      * Gera o arquivo mensal do Sistema de Informacoes de Credito
      * (leiaute estilo 3040) com as operacoes de credito de cada
      * cliente na data-base (ultimo dia da competencia): contratos
      * de emprestimo de BANKEMPR.DAT, saldo rotativo dos cartoes de
      * credito (BANKCCRD.DAT/BANKFATU.DAT) e cheque especial em uso
      * acompanhado pelo aging de BANKNEGAGE.DAT. Cada operacao leva
      * modalidade, dias em atraso, classe de risco da provisao 2682
      * (BANKPROV.DAT - recalculada pelas faixas quando a operacao
      * ainda nao tem classificacao) e as garantias ativas de
      * BANKGARA.DAT. Header e trailer levam quantidade e saldo das
      * operacoes; o saldo da modalidade emprestimo e conciliado
      * contra o saldo das contas de operacoes de credito (grupo 16)
      * do razao BANKLEDG.DAT, com divergencia no log e em
      * BANK3040.DIV. A montagem usa o arquivo de trabalho indexado
      * BANKSCRW.DAT (CPF+modalidade+operacao), regravado a cada
      * geracao. No lote roda no dia 01 do movimento para a
      * competencia anterior.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSCR.

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
               RECORD KEY IS SCR-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

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

           SELECT ARQTRABALHO ASSIGN TO 'BANKSCRW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCW-CHAVE
               FILE STATUS IS FS-TRABALHO.

           SELECT ARQDOC3040 ASSIGN TO 'BANK3040.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOC3040.

           SELECT ARQDIVERGE ASSIGN TO 'BANK3040.DIV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIVERGE.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  SCR-CONTA-NUM         PIC 9(10).
           05  SCR-CONTA-AGENCIA     PIC 9(4).
           05  SCR-CONTA-DIGITO      PIC 9(1).
           05  SCR-CONTA-TIPO        PIC X(2).
           05  SCR-CONTA-STATUS      PIC X(1).
           05  SCR-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  SCR-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  SCR-CONTA-TITULAR     PIC X(60).
           05  SCR-CONTA-CPF         PIC X(11).
           05  SCR-CONTA-EMAIL      PIC X(80).
           05  SCR-CONTA-TELEFONE    PIC X(15).
           05  SCR-CONTA-DT-ABERTURA PIC 9(8).
           05  SCR-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  SCR-CONTA-SENHA-HASH  PIC X(64).
           05  SCR-CONTA-COTIT-NOME  PIC X(60).
           05  SCR-CONTA-COTIT-CPF   PIC X(11).
           05  SCR-CONTA-CLI-ID   PIC 9(10).
           05  SCR-CONTA-MOEDA      PIC X(3).

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
      *    Financiamento imobiliario (BANKIMO) antes do registro da
      *    alienacao fiduciaria: sem liberacao, sem exposicao.
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

       FD  ARQTRABALHO.
       01  REG-TRABALHO.
           05  SCW-CHAVE.
               10  SCW-CPF           PIC X(11).
               10  SCW-MODALIDADE    PIC X(4).
               10  SCW-OPERACAO      PIC 9(10).
           05  SCW-CONTA             PIC 9(10).
           05  SCW-AGENCIA           PIC 9(4).
           05  SCW-DT-CONTRATO       PIC 9(8).
           05  SCW-DIAS-ATRASO       PIC 9(5).
           05  SCW-CLASSE            PIC X(2).
           05  SCW-SALDO             PIC S9(13)V99 COMP-3.
           05  SCW-GAR-TIPO          PIC X(1).
           05  SCW-GAR-VALOR         PIC S9(13)V99 COMP-3.

       FD  ARQDOC3040.
       01  REG-DOC3040               PIC X(132).

       FD  ARQDIVERGE.
       01  REG-DIVERGE               PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SCR-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CONSIG            PIC XX.
               88  FS-CSG-OK        VALUE '00'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-FATURA            PIC XX.
               88  FS-FAT-OK        VALUE '00'.
           05  FS-NEGAGE            PIC XX.
               88  FS-NEG-OK        VALUE '00'.
               88  FS-NEG-EOF       VALUE '10'.
           05  FS-PROVISAO          PIC XX.
               88  FS-PRV-OK        VALUE '00'.
           05  FS-GARANTIA          PIC XX.
               88  FS-GAR-OK        VALUE '00'.
               88  FS-GAR-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
               88  FS-LED-EOF       VALUE '10'.
               88  FS-LED-NFD       VALUE '35'.
           05  FS-TRABALHO          PIC XX.
               88  FS-SCW-OK        VALUE '00'.
               88  FS-SCW-EOF       VALUE '10'.
           05  FS-DOC3040           PIC XX.
           05  FS-DIVERGE           PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-APURACAO-CTRL.
      *    Modalidades do leiaute 3040 usadas pela casa: credito
      *    pessoal com e sem consignacao, cartao de credito rotativo
      *    e cheque especial.
           05  WS-SCR-MOD-CONSIG    PIC X(4) VALUE '0202'.
           05  WS-SCR-MOD-PESSOAL   PIC X(4) VALUE '0203'.
           05  WS-SCR-MOD-ROTATIVO  PIC X(4) VALUE '0210'.
           05  WS-SCR-MOD-CHEQUE    PIC X(4) VALUE '0213'.
           05  WS-SCR-COMPET        PIC 9(6).
           05  WS-SCR-COMPET-R REDEFINES WS-SCR-COMPET.
               10  WS-SCR-AAAA      PIC 9(4).
               10  WS-SCR-MM        PIC 9(2).
           05  WS-SCR-DATA-BASE     PIC 9(8).
           05  WS-SCR-INT-DATA      PIC 9(8).
           05  WS-SCR-QTD-OPER      PIC 9(7).
           05  WS-SCR-QTD-CLIENTES  PIC 9(7).
           05  WS-SCR-CPF-ANTERIOR  PIC X(11).
           05  WS-SCR-CPF-CLARO     PIC X(11).
           05  WS-SCR-ORIGEM-PRV    PIC X(1).
           05  WS-SCR-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-SCR-DIAS          PIC 9(5).
           05  WS-SCR-DIAS-RATING   PIC 9(5).
           05  WS-SCR-CLASSE        PIC X(2).
           05  WS-SCR-GAR-TIPO      PIC X(1).
           05  WS-SCR-GAR-VALOR     PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-SALDO     PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-EMPREST   PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-ROTATIVO  PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-CHEQUE    PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-GARANTIA  PIC S9(13)V99 COMP-3.
           05  WS-SCR-TOT-RAZAO     PIC S9(13)V99 COMP-3.
           05  WS-SCR-DIFERENCA     PIC S9(13)V99 COMP-3.
           05  WS-SCR-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-EDIT2          PIC Z(12)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

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
           PERFORM 0150-COMPETENCIA-ANTERIOR
           IF LS-MODO-BATCH
               PERFORM 2000-GERAR-DOCUMENTO
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

       0150-COMPETENCIA-ANTERIOR.
      *    O documento do mes e enviado no mes seguinte: a
      *    competencia padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-SCR-COMPET
           IF WS-SCR-MM = 1
               SUBTRACT 1 FROM WS-SCR-AAAA
               MOVE 12 TO WS-SCR-MM
           ELSE
               SUBTRACT 1 FROM WS-SCR-MM
           END-IF.

       0160-CALCULAR-DATA-BASE.
      *    Data-base: ultimo dia corrido da competencia.
           IF WS-SCR-MM = 12
               COMPUTE WS-SCR-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       (WS-SCR-AAAA + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-SCR-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       WS-SCR-AAAA * 10000 + (WS-SCR-MM + 1) * 100
                       + 1) - 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCR-INT-DATA)
               TO WS-SCR-DATA-BASE.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' SCR - DOCUMENTO 3040'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Gerar documento da competencia anterior'
           DISPLAY ' 02. Gerar documento de outra competencia'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 2000-GERAR-DOCUMENTO
               WHEN '02'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-SCR-COMPET
                   IF WS-SCR-MM < 1 OR WS-SCR-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 2000-GERAR-DOCUMENTO
                   END-IF
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-GERAR-DOCUMENTO SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 0160-CALCULAR-DATA-BASE
           DISPLAY '--- DOCUMENTO 3040 - DATA-BASE '
               WS-SCR-DATA-BASE ' ---'
           MOVE ZEROS TO WS-SCR-QTD-OPER WS-SCR-QTD-CLIENTES
           MOVE ZEROS TO WS-SCR-TOT-SALDO WS-SCR-TOT-EMPREST
           MOVE ZEROS TO WS-SCR-TOT-ROTATIVO WS-SCR-TOT-CHEQUE
           MOVE ZEROS TO WS-SCR-TOT-GARANTIA WS-SCR-TOT-RAZAO
           OPEN INPUT ARQCONTAS ARQPROVISAO ARQGARANTIA ARQCONSIG
           PERFORM 2010-RECRIAR-TRABALHO
           PERFORM 2100-OPERACOES-EMPRESTIMO
           PERFORM 2300-OPERACOES-CARTAO
           PERFORM 2500-OPERACOES-CHEQUE-ESPECIAL
           PERFORM 3000-GRAVAR-DOCUMENTO
           PERFORM 4000-CONCILIAR-COM-RAZAO
           CLOSE ARQCONTAS ARQPROVISAO ARQGARANTIA ARQCONSIG
           CLOSE ARQTRABALHO
           DISPLAY 'OPERACOES INFORMADAS: ' WS-SCR-QTD-OPER
           DISPLAY 'CLIENTES INFORMADOS:  ' WS-SCR-QTD-CLIENTES
           MOVE WS-SCR-TOT-SALDO TO WS-VL-EDIT
           DISPLAY 'SALDO DAS OPERACOES: R$ ' WS-VL-EDIT
           DISPLAY 'DOCUMENTO EM BANK3040.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2010-RECRIAR-TRABALHO.
      *    O arquivo de trabalho e recriado a cada geracao.
           OPEN OUTPUT ARQTRABALHO
           CLOSE ARQTRABALHO
           OPEN I-O ARQTRABALHO.

      *----------------------------------------------------------------
      *    Emprestimos: saldo devedor pelas parcelas ainda nao pagas,
      *    atraso estimado em 30 dias por parcela nao honrada (mesmo
      *    criterio da provisao). Contrato quitado ou consolidado em
      *    renegociacao nao e mais operacao do cliente.
      *----------------------------------------------------------------
       2100-OPERACOES-EMPRESTIMO.
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
                      AND NOT EMP-AGUARD-GARANTIA
                      AND EMP-DT-CONTRATO <= WS-SCR-DATA-BASE
                       PERFORM 2110-INFORMAR-EMPRESTIMO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST.

       2110-INFORMAR-EMPRESTIMO.
           COMPUTE WS-SCR-SALDO =
               EMP-VALOR-PARCELA *
               (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
           IF WS-SCR-SALDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-CONTA TO SCR-CONTA-NUM
           READ ARQCONTAS KEY IS SCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR SCR-CONTA-CPF = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCR-DIAS = EMP-QTD-ATRASOS * 30
           PERFORM 2150-SOMAR-GARANTIAS
      *    Garantia ativa mitiga o risco: metade dos dias conta
      *    para a classe, como no calculo da provisao.
           MOVE WS-SCR-DIAS TO WS-SCR-DIAS-RATING
           IF WS-SCR-GAR-VALOR > ZEROS
               COMPUTE WS-SCR-DIAS-RATING = WS-SCR-DIAS / 2
           END-IF
           MOVE 'E' TO WS-SCR-ORIGEM-PRV
           MOVE EMP-ID TO PRV-REFERENCIA
           PERFORM 2800-CLASSE-DE-RISCO
           MOVE SCR-CONTA-CPF TO SCW-CPF
           MOVE WS-SCR-MOD-PESSOAL TO SCW-MODALIDADE
           MOVE EMP-ID TO CSG-CONTRATO
           READ ARQCONSIG
               INVALID KEY CONTINUE
           END-READ
           IF FS-CSG-OK
               MOVE WS-SCR-MOD-CONSIG TO SCW-MODALIDADE
           END-IF
           MOVE EMP-ID TO SCW-OPERACAO
           MOVE EMP-DT-CONTRATO TO SCW-DT-CONTRATO
           PERFORM 2900-GRAVAR-OPERACAO
           ADD WS-SCR-SALDO TO WS-SCR-TOT-EMPREST.

       2150-SOMAR-GARANTIAS.
      *    Garantias ativas do contrato: tipo da primeira e soma
      *    dos valores avaliados.
           MOVE SPACES TO WS-SCR-GAR-TIPO
           MOVE ZEROS TO WS-SCR-GAR-VALOR
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
                          AND GAR-DT-CONSTITUICAO <= WS-SCR-DATA-BASE
                           IF WS-SCR-GAR-TIPO = SPACES
                               MOVE GAR-TIPO TO WS-SCR-GAR-TIPO
                           END-IF
                           ADD GAR-VALOR-AVALIADO TO WS-SCR-GAR-VALOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GARANTIA.

      *----------------------------------------------------------------
      *    Cartao de credito: informa o saldo em aberto da ultima
      *    fatura fechada quando ela carrega rotativo (juros de
      *    rotativo lancados no fechamento). Atraso contado do
      *    vencimento quando o pagamento nao chegou ao minimo.
      *----------------------------------------------------------------
       2300-OPERACOES-CARTAO.
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
                   IF NOT CCR-CANCELADO
                      AND CCR-COMPET-FECHADA > ZEROS
                       PERFORM 2310-INFORMAR-ROTATIVO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCARTCR ARQFATURA.

       2310-INFORMAR-ROTATIVO.
           MOVE CCR-ID TO FAT-CARTAO
           MOVE CCR-COMPET-FECHADA TO FAT-COMPET
           IF FAT-COMPET > WS-SCR-COMPET
               MOVE WS-SCR-COMPET TO FAT-COMPET
           END-IF
           READ ARQFATURA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-FAT-OK OR FAT-JUROS-ROTATIVO = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCR-SALDO = FAT-VALOR-TOTAL - FAT-VALOR-PAGO
           IF WS-SCR-SALDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE CCR-CONTA TO SCR-CONTA-NUM
           READ ARQCONTAS KEY IS SCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR SCR-CONTA-CPF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SCR-DIAS
           IF FAT-DT-VENCTO > ZEROS
              AND FAT-DT-VENCTO < WS-SCR-DATA-BASE
              AND FAT-VALOR-PAGO < FAT-VALOR-MINIMO
               COMPUTE WS-SCR-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-SCR-DATA-BASE)
                   - FUNCTION INTEGER-OF-DATE(FAT-DT-VENCTO)
           END-IF
           MOVE WS-SCR-DIAS TO WS-SCR-DIAS-RATING
           MOVE SPACES TO WS-SCR-GAR-TIPO
           MOVE ZEROS TO WS-SCR-GAR-VALOR
           MOVE 'R' TO WS-SCR-ORIGEM-PRV
           MOVE CCR-ID TO PRV-REFERENCIA
           PERFORM 2800-CLASSE-DE-RISCO
           MOVE SCR-CONTA-CPF TO SCW-CPF
           MOVE WS-SCR-MOD-ROTATIVO TO SCW-MODALIDADE
           MOVE CCR-ID TO SCW-OPERACAO
           MOVE CCR-DT-EMISSAO TO SCW-DT-CONTRATO
           PERFORM 2900-GRAVAR-OPERACAO
           ADD WS-SCR-SALDO TO WS-SCR-TOT-ROTATIVO.

      *----------------------------------------------------------------
      *    Cheque especial: conta acompanhada pelo aging de saldo
      *    negativo e ainda devedora; a operacao e a propria conta.
      *----------------------------------------------------------------
       2500-OPERACOES-CHEQUE-ESPECIAL.
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
                   PERFORM 2510-INFORMAR-CHEQUE-ESPECIAL
               END-IF
           END-PERFORM
           CLOSE ARQNEGAGE.

       2510-INFORMAR-CHEQUE-ESPECIAL.
           MOVE NEG-CONTA-NUM TO SCR-CONTA-NUM
           READ ARQCONTAS KEY IS SCR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR SCR-CONTA-CPF = SPACES
              OR SCR-CONTA-SALDO >= ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCR-SALDO = ZEROS - SCR-CONTA-SALDO
           MOVE NEG-DIAS-CONSECUTIVOS TO WS-SCR-DIAS
           MOVE WS-SCR-DIAS TO WS-SCR-DIAS-RATING
           MOVE SPACES TO WS-SCR-GAR-TIPO
           MOVE ZEROS TO WS-SCR-GAR-VALOR
           MOVE 'C' TO WS-SCR-ORIGEM-PRV
           MOVE NEG-CONTA-NUM TO PRV-REFERENCIA
           PERFORM 2800-CLASSE-DE-RISCO
           MOVE SCR-CONTA-CPF TO SCW-CPF
           MOVE WS-SCR-MOD-CHEQUE TO SCW-MODALIDADE
           MOVE NEG-CONTA-NUM TO SCW-OPERACAO
           MOVE NEG-DT-PRIMEIRA-NEG TO SCW-DT-CONTRATO
           PERFORM 2900-GRAVAR-OPERACAO
           ADD WS-SCR-SALDO TO WS-SCR-TOT-CHEQUE.

       2800-CLASSE-DE-RISCO.
      *    Classe apurada pela provisao (BANKPROV.DAT); operacao
      *    ainda nao classificada recebe a faixa 2682 dos dias.
           MOVE WS-SCR-ORIGEM-PRV TO PRV-ORIGEM
           READ ARQPROVISAO
               INVALID KEY CONTINUE
           END-READ
           IF FS-PRV-OK
               MOVE PRV-CLASSE TO WS-SCR-CLASSE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SCR-DIAS-RATING <= 0
                   MOVE 'AA' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 15
                   MOVE 'A ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 30
                   MOVE 'B ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 60
                   MOVE 'C ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 90
                   MOVE 'D ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 120
                   MOVE 'E ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 150
                   MOVE 'F ' TO WS-SCR-CLASSE
               WHEN WS-SCR-DIAS-RATING <= 180
                   MOVE 'G ' TO WS-SCR-CLASSE
               WHEN OTHER
                   MOVE 'H ' TO WS-SCR-CLASSE
           END-EVALUATE.

       2900-GRAVAR-OPERACAO.
      *    A chave (CPF, modalidade, operacao) ja vem montada.
           MOVE SCR-CONTA-NUM TO SCW-CONTA
           MOVE SCR-CONTA-AGENCIA TO SCW-AGENCIA
           MOVE WS-SCR-DIAS TO SCW-DIAS-ATRASO
           MOVE WS-SCR-CLASSE TO SCW-CLASSE
           MOVE WS-SCR-SALDO TO SCW-SALDO
           MOVE WS-SCR-GAR-TIPO TO SCW-GAR-TIPO
           MOVE WS-SCR-GAR-VALOR TO SCW-GAR-VALOR
           WRITE REG-TRABALHO
               INVALID KEY CONTINUE
           END-WRITE
           IF FS-SCW-OK
               ADD 1 TO WS-SCR-QTD-OPER
               ADD WS-SCR-SALDO TO WS-SCR-TOT-SALDO
               ADD WS-SCR-GAR-VALOR TO WS-SCR-TOT-GARANTIA
           END-IF.

      *================================================================
       3000-GRAVAR-DOCUMENTO SECTION.
      *================================================================
       3000-INICIO.
      *    Header com a data-base e os totais de controle; um
      *    registro por operacao agrupado por cliente; trailer com
      *    os totais por modalidade e de garantias.
           OPEN OUTPUT ARQDOC3040
           MOVE WS-SCR-TOT-SALDO TO WS-VL-EDIT
           MOVE SPACES TO WS-SCR-LINHA
           STRING '03040' DELIMITED SIZE
                  WS-SCR-DATA-BASE DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
                  ' OPERACOES ' DELIMITED SIZE
                  WS-SCR-QTD-OPER DELIMITED SIZE
                  ' SALDO ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA
           MOVE SPACES TO WS-SCR-CPF-ANTERIOR
           MOVE LOW-VALUES TO SCW-CHAVE
           START ARQTRABALHO KEY >= SCW-CHAVE
               INVALID KEY MOVE '10' TO FS-TRABALHO
           END-START
           PERFORM UNTIL FS-SCW-EOF
               READ ARQTRABALHO NEXT
                   AT END MOVE '10' TO FS-TRABALHO
               END-READ
               IF NOT FS-SCW-EOF
                   IF SCW-CPF NOT = WS-SCR-CPF-ANTERIOR
                       MOVE SCW-CPF TO WS-SCR-CPF-ANTERIOR
                       ADD 1 TO WS-SCR-QTD-CLIENTES
      *                O arquivo de trabalho carrega o CPF como esta
      *                na conta; o documento sai com o CPF verdadeiro.
                       PERFORM 3100-DESTOKENIZAR-CPF
                   END-IF
                   PERFORM 3200-GRAVAR-DETALHE
               END-IF
           END-PERFORM
           MOVE WS-SCR-TOT-EMPREST TO WS-VL-EDIT
           MOVE WS-SCR-TOT-ROTATIVO TO WS-VL-EDIT2
           MOVE SPACES TO WS-SCR-LINHA
           STRING '9EMPRESTIMOS ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ROTATIVO ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' CLIENTES ' DELIMITED SIZE
                  WS-SCR-QTD-CLIENTES DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA
           MOVE WS-SCR-TOT-CHEQUE TO WS-VL-EDIT
           MOVE WS-SCR-TOT-GARANTIA TO WS-VL-EDIT2
           MOVE SPACES TO WS-SCR-LINHA
           STRING '9CHEQUE-ESP  ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' GARANTIAS ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA
           MOVE WS-SCR-TOT-SALDO TO WS-VL-EDIT
           MOVE SPACES TO WS-SCR-LINHA
           STRING '9TOTAL ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' OPERACOES ' DELIMITED SIZE
                  WS-SCR-QTD-OPER DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA
           CLOSE ARQDOC3040
           EXIT SECTION.

       3100-DESTOKENIZAR-CPF.
           MOVE SCW-CPF TO WS-SCR-CPF-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE SCW-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-SCR-CPF-CLARO
           END-IF.

       3200-GRAVAR-DETALHE.
           MOVE SCW-SALDO TO WS-VL-EDIT
           MOVE SCW-GAR-VALOR TO WS-VL-EDIT2
           MOVE SPACES TO WS-SCR-LINHA
           STRING '1' DELIMITED SIZE
                  WS-SCR-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-MODALIDADE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-OPERACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-AGENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-DT-CONTRATO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-DIAS-ATRASO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-CLASSE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SCW-GAR-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA.

      *================================================================
       4000-CONCILIAR-COM-RAZAO SECTION.
      *================================================================
       4000-INICIO.
      *    Saldo das contas de operacoes de credito (grupo 16) do
      *    razao ate a data-base - debitos menos creditos - contra o
      *    saldo informado na modalidade emprestimo, a unica com
      *    conta de ativo propria no plano.
           OPEN INPUT ARQLEDGER
           IF FS-LED-NFD
               DISPLAY 'SEM RAZAO BANKLEDG.DAT - CONCILIACAO '
                   'NAO REALIZADA'
               EXIT SECTION
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
                   IF LED-DATA <= WS-SCR-DATA-BASE
                       IF LED-CONTA-DEBITO(1:2) = '16'
                           ADD LED-VALOR TO WS-SCR-TOT-RAZAO
                       END-IF
                       IF LED-CONTA-CREDITO(1:2) = '16'
                           SUBTRACT LED-VALOR FROM WS-SCR-TOT-RAZAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQLEDGER
           COMPUTE WS-SCR-DIFERENCA =
               WS-SCR-TOT-EMPREST - WS-SCR-TOT-RAZAO
      *    O trailer leva o saldo contabil para o conferente do
      *    regulador; a divergencia fica no relatorio de apoio.
           OPEN EXTEND ARQDOC3040
           MOVE WS-SCR-TOT-RAZAO TO WS-VL-EDIT
           MOVE SPACES TO WS-SCR-LINHA
           STRING '9RAZAO-GRUPO-16 ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DOC3040 FROM WS-SCR-LINHA
           CLOSE ARQDOC3040
           OPEN OUTPUT ARQDIVERGE
           MOVE WS-SCR-TOT-EMPREST TO WS-VL-EDIT
           MOVE WS-SCR-TOT-RAZAO TO WS-VL-EDIT2
           MOVE SPACES TO WS-SCR-LINHA
           STRING 'EMPRESTIMOS ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' RAZAO GRUPO 16 ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-SCR-LINHA
           END-STRING
           WRITE REG-DIVERGE FROM WS-SCR-LINHA
           IF WS-SCR-DIFERENCA NOT = ZEROS
               MOVE WS-SCR-DIFERENCA TO WS-VL-EDIT
               MOVE SPACES TO WS-SCR-LINHA
               STRING 'DIVERGENCIA DE ' DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                      ' - VERIFICAR JUROS A APROPRIAR E LANCAMENTOS '
                      DELIMITED SIZE
                      'MANUAIS' DELIMITED SIZE
                   INTO WS-SCR-LINHA
               END-STRING
               WRITE REG-DIVERGE FROM WS-SCR-LINHA
               DISPLAY 'DIVERGENCIA COM O RAZAO: ' WS-VL-EDIT
           ELSE
               DISPLAY 'SALDO CONFERE COM O RAZAO'
           END-IF
           CLOSE ARQDIVERGE
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
