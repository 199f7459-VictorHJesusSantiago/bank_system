      *================================================================
      * BANKSEG.COB - Seguros (Bancassurance)
      * Sistema Bancario COBOL
      * Apolices da seguradora parceira vendidas nas agencias -
      * vida, residencial e protecao de cartao - em BANKAPOL.DAT,
      * ligadas a conta e ao CPF do segurado (a prestamista dos
      * emprestimos entra pelo BANKLOAN via servico BANKSGS). O
      * premio mensal e debitado da conta no lote noturno como
      * pagamento (PAG) a seguradora e fica em BANKSEGP.DAT ate o
      * repasse; premio em aberto alem da carencia suspende a
      * apolice, que volta a vigorar quando o premio e pago. Na
      * virada do mes o lote gera o arquivo de repasse de premios
      * (BANKSEGR.TXT) e o extrato de comissao por ramo
      * (BANKSEGC.TXT) da competencia fechada para a seguradora.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSEG.

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
               RECORD KEY IS SEG-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-TRANS-ID
               ALTERNATE RECORD KEY IS SEG-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SEG-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQAPOLICE ASSIGN TO 'BANKAPOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-ID
               ALTERNATE RECORD KEY IS APO-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS APO-CONTRATO WITH DUPLICATES
               FILE STATUS IS FS-APOLICE.

           SELECT ARQPREMIO ASSIGN TO 'BANKSEGP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS FS-PREMIO.

           SELECT ARQREPASSE ASSIGN TO 'BANKSEGR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPASSE.

           SELECT ARQCOMISSAO ASSIGN TO 'BANKSEGC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMISSAO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  SEG-CONTA-NUM         PIC 9(10).
           05  SEG-CONTA-AGENCIA     PIC 9(4).
           05  SEG-CONTA-DIGITO      PIC 9(1).
           05  SEG-CONTA-TIPO        PIC X(2).
           05  SEG-CONTA-STATUS      PIC X(1).
           05  SEG-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  SEG-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  SEG-CONTA-TITULAR     PIC X(60).
           05  SEG-CONTA-CPF         PIC X(11).
           05  SEG-CONTA-EMAIL       PIC X(80).
           05  SEG-CONTA-TELEFONE    PIC X(15).
           05  SEG-CONTA-DT-ABERTURA PIC 9(8).
           05  SEG-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  SEG-CONTA-SENHA-HASH  PIC X(64).
           05  SEG-CONTA-COTIT-NOME  PIC X(60).
           05  SEG-CONTA-COTIT-CPF   PIC X(11).
           05  SEG-CONTA-CLI-ID      PIC 9(10).
           05  SEG-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  SEG-TRANS-ID          PIC 9(15).
           05  SEG-TRANS-CONTA-ORG   PIC 9(10).
           05  SEG-TRANS-CONTA-DEST  PIC 9(10).
           05  SEG-TRANS-TIPO        PIC X(3).
           05  SEG-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  SEG-TRANS-DATA        PIC 9(8).
           05  SEG-TRANS-HORA        PIC 9(6).
           05  SEG-TRANS-DESCRICAO   PIC X(100).
           05  SEG-TRANS-STATUS      PIC X(1).
           05  SEG-TRANS-NSU         PIC 9(12).
           05  SEG-TRANS-CANAL       PIC X(10).
           05  SEG-TRANS-MOEDA       PIC X(3).

       FD  ARQAPOLICE.
       01  REG-APOLICE.
           05  APO-ID                PIC 9(10).
           05  APO-CONTA             PIC 9(10).
           05  APO-CPF               PIC X(11).
           05  APO-AGENCIA           PIC 9(4).
           05  APO-RAMO              PIC X(1).
               88  APO-VIDA          VALUE 'V'.
               88  APO-RESIDENCIAL   VALUE 'R'.
               88  APO-PROT-CARTAO   VALUE 'C'.
               88  APO-PRESTAMISTA   VALUE 'P'.
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
               88  APO-ATIVA         VALUE 'A'.
               88  APO-SUSPENSA      VALUE 'S'.
               88  APO-CANCELADA     VALUE 'C'.
               88  APO-ENCERRADA     VALUE 'E'.
               88  APO-SINISTRADA    VALUE 'N'.
               88  APO-VIGENTE       VALUE 'A' 'S'.
           05  APO-DT-SITUACAO       PIC 9(8).
           05  APO-MOTIVO            PIC X(30).
           05  APO-VALOR-INDENIZADO  PIC S9(11)V99 COMP-3.
           05  APO-OPERADOR          PIC X(20).

       FD  ARQPREMIO.
       01  REG-PREMIO.
           05  PRE-ID                PIC 9(12).
           05  PRE-APOLICE           PIC 9(10).
           05  PRE-RAMO              PIC X(1).
           05  PRE-COMPET            PIC 9(6).
           05  PRE-DATA              PIC 9(8).
           05  PRE-VALOR             PIC S9(9)V99 COMP-3.
           05  PRE-DT-REPASSE        PIC 9(8).

       FD  ARQREPASSE.
       01  REG-REPASSE               PIC X(132).

       FD  ARQCOMISSAO.
       01  REG-COMISSAO              PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SEG-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-APOLICE           PIC XX.
               88  FS-APO-OK        VALUE '00'.
               88  FS-APO-EOF       VALUE '10'.
           05  FS-PREMIO            PIC XX.
               88  FS-PRE-OK        VALUE '00'.
               88  FS-PRE-EOF       VALUE '10'.
           05  FS-REPASSE           PIC XX.
           05  FS-COMISSAO          PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PRODUTO-CTRL.
      *    Tabela da seguradora: premio mensal em % do capital e
      *    comissao de corretagem do banco em % do premio, por ramo.
           05  WS-SEG-TABELA.
               10  FILLER PIC X(20) VALUE 'VVIDA       00500030'.
               10  FILLER PIC X(20) VALUE 'RRESIDENCIAL00200035'.
               10  FILLER PIC X(20) VALUE 'CPROT.CARTAO05000040'.
               10  FILLER PIC X(20) VALUE 'PPRESTAMISTA00000025'.
           05  WS-SEG-RAMOS REDEFINES WS-SEG-TABELA
                   OCCURS 4 TIMES.
               10  WS-RAM-CODIGO     PIC X(1).
               10  WS-RAM-NOME       PIC X(11).
               10  WS-RAM-TAXA       PIC 9(1)V9(3).
               10  WS-RAM-COMISSAO   PIC 9(2)V99.
           05  WS-RAM-IDX           PIC 9(1).
           05  WS-RAM-ACHADO        PIC 9(1).
      *    Dias de premio em aberto antes da suspensao da cobertura.
           05  WS-SEG-CARENCIA-DIAS PIC 9(3) VALUE 30.

       01  WS-APOLICE-CTRL.
           05  WS-APO-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PRE-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-APO-CONTA-INF     PIC 9(10).
           05  WS-APO-ID-INF        PIC 9(10).
           05  WS-APO-RAMO-INF      PIC X(1).
           05  WS-APO-CAPITAL-INF   PIC 9(11)V99.
           05  WS-APO-DIA-INF       PIC 9(2).
           05  WS-APO-CPF-INF       PIC X(11).
           05  WS-APO-CPF-BUSCA     PIC X(11).
           05  WS-APO-CONFIRMA      PIC X(1).
           05  WS-APO-QTD           PIC 9(4).
           05  WS-APO-DIAS-ABERTO   PIC S9(5) COMP-3.
           05  WS-APO-SIT-TEXTO     PIC X(10).

       01  WS-COBRANCA-CTRL.
           05  WS-COB-COMPETENCIA   PIC 9(6).
           05  WS-COB-DIA-HOJE      PIC 9(2).
           05  WS-COB-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-COB-QTD-DEBITADOS PIC 9(6).
           05  WS-COB-QTD-ABERTOS   PIC 9(6).
           05  WS-COB-QTD-SUSPENSAS PIC 9(6).

       01  WS-REPASSE-CTRL.
           05  WS-REP-QTD           PIC 9(6).
           05  WS-REP-COMISSAO      PIC S9(9)V99 COMP-3.
           05  WS-REP-LIQUIDO       PIC S9(9)V99 COMP-3.
           05  WS-REP-TOT-PREMIO    PIC S9(11)V99 COMP-3.
           05  WS-REP-TOT-COMISSAO  PIC S9(11)V99 COMP-3.
           05  WS-REP-TOT-LIQUIDO   PIC S9(11)V99 COMP-3.
           05  WS-REP-POR-RAMO OCCURS 4 TIMES.
               10  WS-REP-RAM-QTD   PIC 9(6).
               10  WS-REP-RAM-PREMIO PIC S9(11)V99 COMP-3.
               10  WS-REP-RAM-COMISSAO PIC S9(11)V99 COMP-3.
           05  WS-REP-LINHA         PIC X(132).
           05  WS-REP-VL1           PIC Z(8)9,99-.
           05  WS-REP-VL2           PIC Z(8)9,99-.
           05  WS-REP-VL3           PIC Z(8)9,99-.
           05  WS-REP-TX            PIC Z9,99.

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-VL-DISP2          PIC Z(9)9,99-.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

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
           MOVE WS-DATA-HOJE(1:6) TO WS-COB-COMPETENCIA
           MOVE WS-DATA-HOJE(7:2) TO WS-COB-DIA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 4000-COBRAR-PREMIOS
               PERFORM 5000-GERAR-REPASSE
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQAPOLICE ARQPREMIO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN I-O ARQAPOLICE
           IF FS-APOLICE = '35'
               OPEN OUTPUT ARQAPOLICE
               CLOSE ARQAPOLICE
               OPEN I-O ARQAPOLICE
           END-IF
           OPEN I-O ARQPREMIO
           IF FS-PREMIO = '35'
               OPEN OUTPUT ARQPREMIO
               CLOSE ARQPREMIO
               OPEN I-O ARQPREMIO
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO APO-ID
           START ARQAPOLICE KEY IS <= APO-ID
           IF FS-APO-OK
               READ ARQAPOLICE NEXT
               IF FS-APO-OK
                   MOVE APO-ID TO WS-APO-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999 TO PRE-ID
           START ARQPREMIO KEY IS <= PRE-ID
           IF FS-PRE-OK
               READ ARQPREMIO NEXT
               IF FS-PRE-OK
                   MOVE PRE-ID TO WS-PRE-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO SEG-TRANS-ID
           START ARQTRANS KEY IS <= SEG-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE SEG-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF.

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

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' SEGUROS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Contratar apolice'
           DISPLAY ' 02. Consultar apolices da conta'
           DISPLAY ' 03. Consultar apolices do CPF'
           DISPLAY ' 04. Cancelar apolice'
           DISPLAY ' 05. Cobrar premios'
           DISPLAY ' 06. Gerar repasse e extrato de comissao'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '04' OR '05' OR '06'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CONTRATAR-APOLICE
               WHEN '02'
                   PERFORM 3000-CONSULTAR-CONTA
               WHEN '03'
                   PERFORM 3200-CONSULTAR-CPF
               WHEN '04'
                   PERFORM 3500-CANCELAR-APOLICE
               WHEN '05'
                   PERFORM 4000-COBRAR-PREMIOS
               WHEN '06'
                   PERFORM 5000-GERAR-REPASSE
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

       1950-LOCALIZAR-RAMO.
           MOVE ZEROS TO WS-RAM-ACHADO
           PERFORM VARYING WS-RAM-IDX FROM 1 BY 1
                   UNTIL WS-RAM-IDX > 4
               IF WS-RAM-CODIGO(WS-RAM-IDX) = WS-APO-RAMO-INF
                   MOVE WS-RAM-IDX TO WS-RAM-ACHADO
               END-IF
           END-PERFORM.

      *================================================================
       2000-CONTRATAR-APOLICE SECTION.
      *================================================================
       2000-INICIO.
      *    Prestamista so e contratada junto com o emprestimo.
           DISPLAY '--- CONTRATACAO DE SEGURO ---'
           DISPLAY 'Conta do segurado: '
           ACCEPT WS-APO-CONTA-INF
           MOVE WS-APO-CONTA-INF TO SEG-CONTA-NUM
           READ ARQCONTAS KEY IS SEG-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR SEG-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Ramo (V-Vida R-Residencial C-Protecao cartao): '
           ACCEPT WS-APO-RAMO-INF
           PERFORM 1950-LOCALIZAR-RAMO
           IF WS-RAM-ACHADO = ZEROS OR WS-APO-RAMO-INF = 'P'
               DISPLAY 'RAMO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Capital segurado: '
           ACCEPT WS-APO-CAPITAL-INF
           IF WS-APO-CAPITAL-INF <= ZEROS
               DISPLAY 'CAPITAL INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Dia de debito do premio (01-28): '
           ACCEPT WS-APO-DIA-INF
           IF WS-APO-DIA-INF < 1 OR WS-APO-DIA-INF > 28
               DISPLAY 'DIA INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-RAM-ACHADO TO WS-RAM-IDX
           COMPUTE APO-PREMIO ROUNDED =
               WS-APO-CAPITAL-INF * WS-RAM-TAXA(WS-RAM-IDX) / 100
           MOVE APO-PREMIO TO WS-VL-DISP
           DISPLAY WS-RAM-NOME(WS-RAM-IDX) ' - PREMIO MENSAL R$ '
               WS-VL-DISP
           DISPLAY 'Confirmar contratacao? (S/N): '
           ACCEPT WS-APO-CONFIRMA
           IF WS-APO-CONFIRMA NOT = 'S'
               DISPLAY 'CONTRATACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-APO-PROX-ID
           MOVE WS-APO-PROX-ID TO APO-ID
           MOVE WS-APO-CONTA-INF TO APO-CONTA
           MOVE SEG-CONTA-CPF TO APO-CPF
           MOVE SEG-CONTA-AGENCIA TO APO-AGENCIA
           MOVE WS-APO-RAMO-INF TO APO-RAMO
           MOVE ZEROS TO APO-CONTRATO
           MOVE WS-APO-CAPITAL-INF TO APO-CAPITAL
           MOVE WS-APO-DIA-INF TO APO-DIA-VENCTO
           MOVE WS-DATA-HOJE TO APO-DT-INICIO
           MOVE ZEROS TO APO-COMPET-COBRADA APO-COMPET-ATRASO
           MOVE ZEROS TO APO-DT-INADIMPLENCIA APO-QTD-ATRASOS
           MOVE ZEROS TO APO-VALOR-INDENIZADO
           MOVE 'A' TO APO-SITUACAO
           MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
           MOVE SPACES TO APO-MOTIVO
           MOVE LS-OPERADOR TO APO-OPERADOR
           WRITE REG-APOLICE
           IF NOT FS-APO-OK
               DISPLAY 'ERRO AO GRAVAR APOLICE: ' FS-APOLICE
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'APOLICE ' APO-ID ' EMITIDA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3000-CONSULTAR-CONTA SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Conta: '
           ACCEPT WS-APO-CONTA-INF
           MOVE ZEROS TO WS-APO-QTD
           MOVE WS-APO-CONTA-INF TO APO-CONTA
           START ARQAPOLICE KEY IS = APO-CONTA
               INVALID KEY MOVE '10' TO FS-APOLICE
           END-START
           PERFORM UNTIL FS-APO-EOF
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF NOT FS-APO-EOF
                   IF APO-CONTA NOT = WS-APO-CONTA-INF
                       MOVE '10' TO FS-APOLICE
                   ELSE
                       PERFORM 3100-EXIBIR-APOLICE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APOLICE
           IF WS-APO-QTD = ZEROS
               DISPLAY 'NENHUMA APOLICE PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-EXIBIR-APOLICE.
           ADD 1 TO WS-APO-QTD
           MOVE APO-RAMO TO WS-APO-RAMO-INF
           PERFORM 1950-LOCALIZAR-RAMO
           EVALUATE TRUE
               WHEN APO-ATIVA
                   MOVE 'ATIVA' TO WS-APO-SIT-TEXTO
               WHEN APO-SUSPENSA
                   MOVE 'SUSPENSA' TO WS-APO-SIT-TEXTO
               WHEN APO-CANCELADA
                   MOVE 'CANCELADA' TO WS-APO-SIT-TEXTO
               WHEN APO-ENCERRADA
                   MOVE 'ENCERRADA' TO WS-APO-SIT-TEXTO
               WHEN APO-SINISTRADA
                   MOVE 'SINISTRO' TO WS-APO-SIT-TEXTO
               WHEN OTHER
                   MOVE APO-SITUACAO TO WS-APO-SIT-TEXTO
           END-EVALUATE
           MOVE APO-CAPITAL TO WS-VL-DISP
           MOVE APO-PREMIO TO WS-VL-DISP2
           DISPLAY '----------------------------------------'
           IF WS-RAM-ACHADO = ZEROS
               DISPLAY 'APOLICE ' APO-ID ' RAMO ' APO-RAMO
                   ' CONTA ' APO-CONTA
           ELSE
               DISPLAY 'APOLICE ' APO-ID ' ' WS-RAM-NOME(WS-RAM-ACHADO)
                   ' CONTA ' APO-CONTA
           END-IF
           DISPLAY 'CAPITAL R$ ' WS-VL-DISP '  PREMIO R$ ' WS-VL-DISP2
           IF APO-PRESTAMISTA
               DISPLAY 'CONTRATO ' APO-CONTRATO ' (PREMIO UNICO)'
           END-IF
           DISPLAY 'SITUACAO ' WS-APO-SIT-TEXTO ' DESDE '
               APO-DT-SITUACAO ' ' APO-MOTIVO
           IF APO-DT-INADIMPLENCIA NOT = ZEROS
               DISPLAY 'PREMIO EM ABERTO DESDE ' APO-DT-INADIMPLENCIA
           END-IF.

      *================================================================
       3200-CONSULTAR-CPF SECTION.
      *================================================================
       3200-INICIO.
      *    A chave guarda o CPF como gravado na conta (tokenizado
      *    quando ha cifragem ativa).
           DISPLAY 'CPF (somente numeros): '
           ACCEPT WS-APO-CPF-INF
           MOVE WS-APO-CPF-INF TO WS-APO-CPF-BUSCA
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-APO-CPF-INF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-APO-CPF-BUSCA
           END-IF
           MOVE ZEROS TO WS-APO-QTD
           MOVE WS-APO-CPF-BUSCA TO APO-CPF
           START ARQAPOLICE KEY IS = APO-CPF
               INVALID KEY MOVE '10' TO FS-APOLICE
           END-START
           PERFORM UNTIL FS-APO-EOF
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF NOT FS-APO-EOF
                   IF APO-CPF NOT = WS-APO-CPF-BUSCA
                       MOVE '10' TO FS-APOLICE
                   ELSE
                       PERFORM 3100-EXIBIR-APOLICE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APOLICE
           IF WS-APO-QTD = ZEROS
               DISPLAY 'NENHUMA APOLICE PARA O CPF'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3500-CANCELAR-APOLICE SECTION.
      *================================================================
       3500-INICIO.
           DISPLAY 'Numero da apolice: '
           ACCEPT WS-APO-ID-INF
           MOVE WS-APO-ID-INF TO APO-ID
           READ ARQAPOLICE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-APO-OK OR NOT APO-VIGENTE
               DISPLAY 'APOLICE NAO VIGENTE'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF APO-PRESTAMISTA
               DISPLAY 'PRESTAMISTA SEGUE O CONTRATO ' APO-CONTRATO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'C' TO APO-SITUACAO
           MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
           MOVE 'CANCELADA A PEDIDO' TO APO-MOTIVO
           MOVE LS-OPERADOR TO APO-OPERADOR
           REWRITE REG-APOLICE
           DISPLAY 'APOLICE ' APO-ID ' CANCELADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-COBRAR-PREMIOS SECTION.
      *================================================================
       4000-INICIO.
      *    Premio mensal no dia de debito da apolice, uma vez por
      *    competencia, com retentativa noturna enquanto em aberto.
           DISPLAY '--- COBRANCA DE PREMIOS DE SEGURO ---'
           MOVE ZEROS TO WS-COB-QTD-DEBITADOS WS-COB-QTD-ABERTOS
           MOVE ZEROS TO WS-COB-QTD-SUSPENSAS
           MOVE ZEROS TO APO-ID
           START ARQAPOLICE KEY IS >= APO-ID
               INVALID KEY MOVE '10' TO FS-APOLICE
           END-START
           PERFORM UNTIL FS-APO-EOF
               READ ARQAPOLICE NEXT
                   AT END MOVE '10' TO FS-APOLICE
               END-READ
               IF NOT FS-APO-EOF
                   IF APO-VIGENTE AND NOT APO-PRESTAMISTA
                      AND APO-DIA-VENCTO <= WS-COB-DIA-HOJE
                      AND APO-COMPET-COBRADA < WS-COB-COMPETENCIA
                       PERFORM 4100-DEBITAR-PREMIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APOLICE
           DISPLAY 'PREMIOS DEBITADOS:   ' WS-COB-QTD-DEBITADOS
           DISPLAY 'PREMIOS EM ABERTO:   ' WS-COB-QTD-ABERTOS
           DISPLAY 'APOLICES SUSPENSAS:  ' WS-COB-QTD-SUSPENSAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-DEBITAR-PREMIO.
           MOVE APO-CONTA TO SEG-CONTA-NUM
           READ ARQCONTAS KEY IS SEG-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR SEG-CONTA-STATUS NOT = 'A'
               PERFORM 4200-MARCAR-INADIMPLENCIA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COB-DISPONIVEL =
               SEG-CONTA-SALDO + SEG-CONTA-LIMITE
           IF APO-PREMIO > WS-COB-DISPONIVEL
               PERFORM 4200-MARCAR-INADIMPLENCIA
               EXIT PARAGRAPH
           END-IF
           SUBTRACT APO-PREMIO FROM SEG-CONTA-SALDO
           MOVE WS-DATA-HOJE TO SEG-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE WS-COB-COMPETENCIA TO APO-COMPET-COBRADA
           MOVE ZEROS TO APO-DT-INADIMPLENCIA
           IF APO-SUSPENSA
               MOVE 'A' TO APO-SITUACAO
               MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
               MOVE 'REABILITADA PELO PAGAMENTO' TO APO-MOTIVO
           END-IF
           REWRITE REG-APOLICE
           ADD 1 TO WS-PRE-PROX-ID
           MOVE WS-PRE-PROX-ID TO PRE-ID
           MOVE APO-ID TO PRE-APOLICE
           MOVE APO-RAMO TO PRE-RAMO
           MOVE WS-COB-COMPETENCIA TO PRE-COMPET
           MOVE WS-DATA-MOVIMENTO TO PRE-DATA
           MOVE APO-PREMIO TO PRE-VALOR
           MOVE ZEROS TO PRE-DT-REPASSE
           WRITE REG-PREMIO
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO SEG-TRANS-ID
           MOVE APO-CONTA TO SEG-TRANS-CONTA-ORG
           MOVE ZEROS TO SEG-TRANS-CONTA-DEST
           MOVE 'PAG' TO SEG-TRANS-TIPO
           MOVE APO-PREMIO TO SEG-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO SEG-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO SEG-TRANS-HORA
           MOVE SPACES TO SEG-TRANS-DESCRICAO
           STRING 'Premio de seguro apolice ' DELIMITED SIZE
                  APO-ID                      DELIMITED SIZE
                  ' competencia '             DELIMITED SIZE
                  WS-COB-COMPETENCIA          DELIMITED SIZE
               INTO SEG-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO SEG-TRANS-STATUS
           COMPUTE SEG-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'SEGUROS' TO SEG-TRANS-CANAL
           MOVE 'BRL' TO SEG-TRANS-MOEDA
           WRITE REG-TRANS
           ADD 1 TO WS-COB-QTD-DEBITADOS.

       4200-MARCAR-INADIMPLENCIA.
      *    Premio em aberto conta da primeira tentativa frustrada;
      *    passada a carencia a cobertura fica suspensa.
           IF APO-DT-INADIMPLENCIA = ZEROS
               MOVE WS-DATA-HOJE TO APO-DT-INADIMPLENCIA
           END-IF
           IF APO-COMPET-ATRASO < WS-COB-COMPETENCIA
               ADD 1 TO APO-QTD-ATRASOS
               MOVE WS-COB-COMPETENCIA TO APO-COMPET-ATRASO
               ADD 1 TO WS-COB-QTD-ABERTOS
           END-IF
           COMPUTE WS-APO-DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(APO-DT-INADIMPLENCIA)
           IF APO-ATIVA
              AND WS-APO-DIAS-ABERTO >= WS-SEG-CARENCIA-DIAS
               MOVE 'S' TO APO-SITUACAO
               MOVE WS-DATA-HOJE TO APO-DT-SITUACAO
               MOVE 'PREMIO EM ABERTO APOS CARENCIA' TO APO-MOTIVO
               ADD 1 TO WS-COB-QTD-SUSPENSAS
               MOVE APO-CONTA TO WS-NOT-CONTA
               MOVE 'SEG' TO WS-NOT-EVENTO
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Seguro apolice ' DELIMITED SIZE
                      APO-ID            DELIMITED SIZE
                      ' suspenso por premio em aberto' DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
               CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           END-IF
           REWRITE REG-APOLICE.

      *================================================================
       5000-GERAR-REPASSE SECTION.
      *================================================================
       5000-INICIO.
      *    Repasse das competencias fechadas: cada premio arrecadado
      *    e ainda nao repassado vai a seguradora pelo liquido da
      *    comissao do banco; o extrato de comissao soma por ramo.
           MOVE ZEROS TO WS-REP-QTD WS-REP-TOT-PREMIO
           MOVE ZEROS TO WS-REP-TOT-COMISSAO WS-REP-TOT-LIQUIDO
           PERFORM VARYING WS-RAM-IDX FROM 1 BY 1
                   UNTIL WS-RAM-IDX > 4
               MOVE ZEROS TO WS-REP-RAM-QTD(WS-RAM-IDX)
               MOVE ZEROS TO WS-REP-RAM-PREMIO(WS-RAM-IDX)
               MOVE ZEROS TO WS-REP-RAM-COMISSAO(WS-RAM-IDX)
           END-PERFORM
           MOVE ZEROS TO PRE-ID
           START ARQPREMIO KEY IS >= PRE-ID
               INVALID KEY MOVE '10' TO FS-PREMIO
           END-START
           PERFORM UNTIL FS-PRE-EOF
               READ ARQPREMIO NEXT
                   AT END MOVE '10' TO FS-PREMIO
               END-READ
               IF NOT FS-PRE-EOF
                   IF PRE-DT-REPASSE = ZEROS
                      AND PRE-COMPET < WS-COB-COMPETENCIA
                       IF WS-REP-QTD = ZEROS
                           PERFORM 5100-ABRIR-REPASSE
                       END-IF
                       PERFORM 5200-REPASSAR-PREMIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PREMIO
           IF WS-REP-QTD = ZEROS
               DISPLAY 'NENHUM PREMIO PENDENTE DE REPASSE'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 5300-FECHAR-REPASSE
           PERFORM 5400-EMITIR-COMISSAO
           MOVE WS-REP-TOT-LIQUIDO TO WS-VL-DISP
           DISPLAY 'PREMIOS REPASSADOS: ' WS-REP-QTD
               ' - LIQUIDO A SEGURADORA R$ ' WS-VL-DISP
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-ABRIR-REPASSE.
           OPEN OUTPUT ARQREPASSE
           MOVE SPACES TO WS-REP-LINHA
           STRING 'REPASSE DE PREMIOS A SEGURADORA - GERADO EM '
                                                DELIMITED SIZE
                  WS-DATA-HOJE                  DELIMITED SIZE
               INTO WS-REP-LINHA
           END-STRING
           WRITE REG-REPASSE FROM WS-REP-LINHA
           MOVE 'APOLICE    R COMPET DT.ARREC       PREMIO     COMISSAO'
               TO WS-REP-LINHA
           MOVE '      LIQUIDO' TO WS-REP-LINHA(55:13)
           WRITE REG-REPASSE FROM WS-REP-LINHA.

       5200-REPASSAR-PREMIO.
           MOVE PRE-RAMO TO WS-APO-RAMO-INF
           PERFORM 1950-LOCALIZAR-RAMO
           IF WS-RAM-ACHADO = ZEROS
               MOVE 1 TO WS-RAM-ACHADO
           END-IF
           COMPUTE WS-REP-COMISSAO ROUNDED =
               PRE-VALOR * WS-RAM-COMISSAO(WS-RAM-ACHADO) / 100
           COMPUTE WS-REP-LIQUIDO = PRE-VALOR - WS-REP-COMISSAO
           ADD 1 TO WS-REP-QTD
           ADD 1 TO WS-REP-RAM-QTD(WS-RAM-ACHADO)
           ADD PRE-VALOR TO WS-REP-RAM-PREMIO(WS-RAM-ACHADO)
           ADD WS-REP-COMISSAO TO WS-REP-RAM-COMISSAO(WS-RAM-ACHADO)
           ADD PRE-VALOR TO WS-REP-TOT-PREMIO
           ADD WS-REP-COMISSAO TO WS-REP-TOT-COMISSAO
           ADD WS-REP-LIQUIDO TO WS-REP-TOT-LIQUIDO
           MOVE PRE-VALOR TO WS-REP-VL1
           MOVE WS-REP-COMISSAO TO WS-REP-VL2
           MOVE WS-REP-LIQUIDO TO WS-REP-VL3
           MOVE SPACES TO WS-REP-LINHA
           STRING PRE-APOLICE  DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  PRE-RAMO     DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  PRE-COMPET   DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  PRE-DATA     DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  WS-REP-VL1   DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  WS-REP-VL2   DELIMITED SIZE
                  ' '          DELIMITED SIZE
                  WS-REP-VL3   DELIMITED SIZE
               INTO WS-REP-LINHA
           END-STRING
           WRITE REG-REPASSE FROM WS-REP-LINHA
           MOVE WS-DATA-HOJE TO PRE-DT-REPASSE
           REWRITE REG-PREMIO.

       5300-FECHAR-REPASSE.
           MOVE WS-REP-TOT-PREMIO TO WS-REP-VL1
           MOVE WS-REP-TOT-COMISSAO TO WS-REP-VL2
           MOVE WS-REP-TOT-LIQUIDO TO WS-REP-VL3
           MOVE SPACES TO WS-REP-LINHA
           STRING 'TOTAL ' DELIMITED SIZE
                  WS-REP-QTD DELIMITED SIZE
                  ' PREMIOS        ' DELIMITED SIZE
                  WS-REP-VL1 DELIMITED SIZE
                  ' '        DELIMITED SIZE
                  WS-REP-VL2 DELIMITED SIZE
                  ' '        DELIMITED SIZE
                  WS-REP-VL3 DELIMITED SIZE
               INTO WS-REP-LINHA
           END-STRING
           WRITE REG-REPASSE FROM WS-REP-LINHA
           CLOSE ARQREPASSE.

       5400-EMITIR-COMISSAO.
           OPEN OUTPUT ARQCOMISSAO
           MOVE SPACES TO WS-REP-LINHA
           STRING 'EXTRATO DE COMISSAO DE SEGUROS - GERADO EM '
                                                DELIMITED SIZE
                  WS-DATA-HOJE                  DELIMITED SIZE
               INTO WS-REP-LINHA
           END-STRING
           WRITE REG-COMISSAO FROM WS-REP-LINHA
           MOVE 'RAMO         QTDE        PREMIO  TX%     COMISSAO'
               TO WS-REP-LINHA
           WRITE REG-COMISSAO FROM WS-REP-LINHA
           PERFORM VARYING WS-RAM-IDX FROM 1 BY 1
                   UNTIL WS-RAM-IDX > 4
               IF WS-REP-RAM-QTD(WS-RAM-IDX) > ZEROS
                   MOVE WS-REP-RAM-PREMIO(WS-RAM-IDX) TO WS-REP-VL1
                   MOVE WS-REP-RAM-COMISSAO(WS-RAM-IDX) TO WS-REP-VL2
                   MOVE WS-RAM-COMISSAO(WS-RAM-IDX) TO WS-REP-TX
                   MOVE SPACES TO WS-REP-LINHA
                   STRING WS-RAM-NOME(WS-RAM-IDX)    DELIMITED SIZE
                          ' '                        DELIMITED SIZE
                          WS-REP-RAM-QTD(WS-RAM-IDX) DELIMITED SIZE
                          ' '                        DELIMITED SIZE
                          WS-REP-VL1                 DELIMITED SIZE
                          ' '                        DELIMITED SIZE
                          WS-REP-TX                  DELIMITED SIZE
                          ' '                        DELIMITED SIZE
                          WS-REP-VL2                 DELIMITED SIZE
                       INTO WS-REP-LINHA
                   END-STRING
                   WRITE REG-COMISSAO FROM WS-REP-LINHA
               END-IF
           END-PERFORM
           MOVE WS-REP-TOT-PREMIO TO WS-REP-VL1
           MOVE WS-REP-TOT-COMISSAO TO WS-REP-VL2
           MOVE SPACES TO WS-REP-LINHA
           STRING 'TOTAL       ' DELIMITED SIZE
                  WS-REP-QTD     DELIMITED SIZE
                  ' '            DELIMITED SIZE
                  WS-REP-VL1     DELIMITED SIZE
                  '       '      DELIMITED SIZE
                  WS-REP-VL2     DELIMITED SIZE
               INTO WS-REP-LINHA
           END-STRING
           WRITE REG-COMISSAO FROM WS-REP-LINHA
           CLOSE ARQCOMISSAO.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
