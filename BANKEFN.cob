      *================================================================
      * BANKEFN.COB - e-Financeira: Declaracao Semestral de
      * Movimentacao Financeira por CPF
      * Sistema Bancario COBOL - Ponto de Entrada Batch
      * Gera o arquivo semestral exigido pelo fisco com o total de
      * creditos e de debitos de cada conta no semestre e o saldo no
      * ultimo dia do periodo, por CPF. Varre as transacoes efetivadas
      * do periodo em BANKTRAN.DAT e no arquivo morto BANKTRAN.ARC
      * (credito e debito de cada perna pela mesma regra do
      * fechamento de saldos do BANKADM), chega ao CPF pela conta
      * (REG-CONTA-CPF) e le o saldo de fim de periodo na foto de
      * fechamento BANKSNAP.DAT (ultima foto ate a data). Conta
      * conjunta registrada em BANKCONJ.DAT tem movimento e saldo
      * atribuidos metade a cada titular, como no informe anual
      * (BANKINS). So e declarado o CPF cujo total de creditos, de
      * debitos ou de saldo no semestre passa do limite legal. A
      * agregacao usa o arquivo de trabalho indexado BANKEFNW.DAT
      * (CPF+conta; a conta zerada guarda o total do CPF), regravado
      * a cada execucao. A declaracao original sai em BANKEFIN.TXT;
      * a retificadora, que refaz um unico CPF depois de correcao
      * tardia, sai em BANKEFIR.TXT sem tocar a original. Header e
      * trailer levam os totais de controle.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEFN.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFN-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFN-TRANS-ID
               ALTERNATE RECORD KEY IS EFN-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EFN-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQARCHIVE ASSIGN TO 'BANKTRAN.ARC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-TRANS-ID
               FILE STATUS IS FS-ARCHIVE.

           SELECT ARQSNAP ASSIGN TO 'BANKSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS FS-SNAP.

           SELECT ARQCONJ ASSIGN TO 'BANKCONJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNJ-CONTA
               FILE STATUS IS FS-CONJ.

           SELECT ARQTRABALHO ASSIGN TO 'BANKEFNW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFW-CHAVE
               FILE STATUS IS FS-TRABALHO.

           SELECT ARQDECLARA ASSIGN TO WS-EFN-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  EFN-CONTA-NUM         PIC 9(10).
           05  EFN-CONTA-AGENCIA     PIC 9(4).
           05  EFN-CONTA-DIGITO      PIC 9(1).
           05  EFN-CONTA-TIPO        PIC X(2).
           05  EFN-CONTA-STATUS      PIC X(1).
           05  EFN-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  EFN-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  EFN-CONTA-TITULAR     PIC X(60).
           05  EFN-CONTA-CPF         PIC X(11).
           05  EFN-CONTA-EMAIL      PIC X(80).
           05  EFN-CONTA-TELEFONE    PIC X(15).
           05  EFN-CONTA-DT-ABERTURA PIC 9(8).
           05  EFN-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  EFN-CONTA-SENHA-HASH  PIC X(64).
           05  EFN-CONTA-COTIT-NOME  PIC X(60).
           05  EFN-CONTA-COTIT-CPF   PIC X(11).
           05  EFN-CONTA-CLI-ID   PIC 9(10).
           05  EFN-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  EFN-TRANS-ID          PIC 9(15).
           05  EFN-TRANS-CONTA-ORG   PIC 9(10).
           05  EFN-TRANS-CONTA-DEST  PIC 9(10).
           05  EFN-TRANS-TIPO        PIC X(3).
           05  EFN-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  EFN-TRANS-DATA        PIC 9(8).
           05  EFN-TRANS-HORA        PIC 9(6).
           05  EFN-TRANS-DESCRICAO   PIC X(100).
           05  EFN-TRANS-STATUS      PIC X(1).
           05  EFN-TRANS-NSU         PIC 9(12).
           05  EFN-TRANS-CANAL       PIC X(10).
           05  EFN-TRANS-MOEDA      PIC X(3).

      *    Arquivo morto com a mesma imagem do registro vivo apos o
      *    ID - redefinida aqui para ler os campos da transacao.
       FD  ARQARCHIVE.
       01  REG-ARCHIVE.
           05  ARC-TRANS-ID          PIC 9(15).
           05  ARC-RESTO             PIC X(171).
       01  REG-ARCHIVE-CAMPOS.
           05  FILLER                PIC 9(15).
           05  ARC-CONTA-ORG         PIC 9(10).
           05  ARC-CONTA-DEST        PIC 9(10).
           05  ARC-TIPO              PIC X(3).
           05  ARC-VALOR             PIC S9(13)V99 COMP-3.
           05  ARC-DATA              PIC 9(8).
           05  ARC-HORA              PIC 9(6).
           05  ARC-DESCRICAO         PIC X(100).
           05  ARC-STATUS            PIC X(1).
           05  ARC-NSU               PIC 9(12).
           05  ARC-CANAL             PIC X(10).
           05  ARC-MOEDA             PIC X(3).

       FD  ARQSNAP.
       01  REG-SNAPSHOT.
           05  SNP-CHAVE.
               10  SNP-CONTA         PIC 9(10).
               10  SNP-DATA          PIC 9(8).
           05  SNP-SALDO             PIC S9(13)V99 COMP-3.

       FD  ARQCONJ.
       01  REG-CONJUNTA.
           05  CNJ-CONTA             PIC 9(10).
           05  CNJ-REGRA             PIC X(1).
           05  CNJ-LIMIAR            PIC S9(11)V99 COMP-3.
           05  CNJ-DT-CADASTRO       PIC 9(8).

       FD  ARQTRABALHO.
       01  REG-TRABALHO.
           05  EFW-CHAVE.
               10  EFW-CPF           PIC X(11).
               10  EFW-CONTA         PIC 9(10).
           05  EFW-AGENCIA           PIC 9(4).
           05  EFW-VINCULO           PIC X(1).
           05  EFW-CREDITOS          PIC S9(13)V99 COMP-3.
           05  EFW-DEBITOS           PIC S9(13)V99 COMP-3.
           05  EFW-SALDO-FIM         PIC S9(13)V99 COMP-3.

       FD  ARQDECLARA.
       01  REG-DECLARA               PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-EFN-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-ARCHIVE           PIC XX.
               88  FS-ARC-OK        VALUE '00'.
               88  FS-ARC-EOF       VALUE '10'.
               88  FS-ARC-NFD       VALUE '35'.
           05  FS-SNAP              PIC XX.
               88  FS-SNAP-OK       VALUE '00'.
           05  FS-CONJ              PIC XX.
               88  FS-CONJ-OK       VALUE '00'.
           05  FS-TRABALHO          PIC XX.
               88  FS-EFW-OK        VALUE '00'.
               88  FS-EFW-EOF       VALUE '10'.
           05  FS-DECLARA           PIC XX.

       01  WS-APURACAO-CTRL.
      *    Limite legal de movimentacao no semestre: abaixo dele em
      *    creditos, debitos e saldo o CPF nao e declarado.
           05  WS-EFN-LIMITE        PIC S9(11)V99 COMP-3
                                    VALUE 5000,00.
           05  WS-EFN-ARQUIVO       PIC X(12) VALUE 'BANKEFIN.TXT'.
           05  WS-EFN-ANO           PIC 9(4).
           05  WS-EFN-SEMESTRE      PIC 9(1).
           05  WS-EFN-DT-INICIO     PIC 9(8).
           05  WS-EFN-DT-FIM        PIC 9(8).
           05  WS-EFN-MODO          PIC X(1).
               88  EFN-ORIGINAL     VALUE 'O'.
               88  EFN-RETIFICADORA VALUE 'R'.
           05  WS-EFN-CPF-INF       PIC X(11).
           05  WS-EFN-CPF-FILTRO    PIC X(11).
           05  WS-EFN-CPF-ALVO      PIC X(11).
           05  WS-EFN-CPF-CLARO     PIC X(11).
           05  WS-EFN-VINCULO       PIC X(1).
           05  WS-EFN-DECLARAR      PIC X(1).
               88  EFN-DECLARAR-CPF VALUE 'S'.
           05  WS-EFN-CONTA-MOV     PIC 9(10).
           05  WS-EFN-SENTIDO       PIC X(1).
               88  EFN-CREDITO      VALUE 'C'.
               88  EFN-DEBITO       VALUE 'D'.
           05  WS-EFN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-EFN-QUOTA         PIC 9(1)V9(2).
           05  WS-EFN-PARTE         PIC S9(13)V99 COMP-3.
           05  WS-EFN-QTD-TRANS     PIC 9(7).
           05  WS-EFN-QTD-CPFS      PIC 9(7).
           05  WS-EFN-QTD-CONTAS    PIC 9(7).
           05  WS-EFN-TOT-CREDITOS  PIC S9(15)V99 COMP-3.
           05  WS-EFN-TOT-DEBITOS   PIC S9(15)V99 COMP-3.
           05  WS-EFN-TOT-SALDOS    PIC S9(15)V99 COMP-3.
           05  WS-EFN-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(14)9,99-.
           05  WS-VL-EDIT2          PIC Z(14)9,99-.
           05  WS-VL-EDIT3          PIC Z(14)9,99-.

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       PROCEDURE DIVISION.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           DISPLAY '========================================'
           DISPLAY ' BANKEFN - E-FINANCEIRA SEMESTRAL'
           DISPLAY '========================================'
           PERFORM 0100-INFORMAR-PERIODO
           IF WS-EFN-SEMESTRE NOT = 1 AND WS-EFN-SEMESTRE NOT = 2
               DISPLAY 'SEMESTRE INVALIDO - INFORME 1 OU 2'
               STOP RUN
           END-IF
           IF EFN-RETIFICADORA AND WS-EFN-CPF-INF = SPACES
               DISPLAY 'RETIFICADORA EXIGE O CPF A REFAZER'
               STOP RUN
           END-IF
           OPEN INPUT ARQCONTAS ARQTRANS ARQSNAP ARQCONJ
           PERFORM 0200-RECRIAR-TRABALHO
           MOVE ZEROS TO WS-EFN-QTD-TRANS
           PERFORM 2000-VARRER-TRANSACOES-VIVAS
           PERFORM 2500-VARRER-ARQUIVO-MORTO
           PERFORM 3000-SALDOS-FIM-PERIODO
           PERFORM 4000-GRAVAR-DECLARACAO
           CLOSE ARQCONTAS ARQTRANS ARQSNAP ARQCONJ ARQTRABALHO
           DISPLAY 'TRANSACOES APURADAS: ' WS-EFN-QTD-TRANS
           DISPLAY 'CPFS DECLARADOS:     ' WS-EFN-QTD-CPFS
           DISPLAY 'CONTAS DECLARADAS:   ' WS-EFN-QTD-CONTAS
           MOVE WS-EFN-TOT-CREDITOS TO WS-VL-EDIT
           DISPLAY 'TOTAL DE CREDITOS: R$ ' WS-VL-EDIT
           MOVE WS-EFN-TOT-DEBITOS TO WS-VL-EDIT
           DISPLAY 'TOTAL DE DEBITOS:  R$ ' WS-VL-EDIT
           DISPLAY 'DECLARACAO EM ' WS-EFN-ARQUIVO
           STOP RUN.

       0100-INFORMAR-PERIODO.
           DISPLAY 'Ano-base (AAAA): '
           ACCEPT WS-EFN-ANO
           DISPLAY 'Semestre (1 ou 2): '
           ACCEPT WS-EFN-SEMESTRE
           IF WS-EFN-ANO = ZEROS
      *        Sem informacao roda para o ano corrente.
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-EFN-ANO
           END-IF
           IF WS-EFN-SEMESTRE = 1
               COMPUTE WS-EFN-DT-INICIO = WS-EFN-ANO * 10000 + 0101
               COMPUTE WS-EFN-DT-FIM = WS-EFN-ANO * 10000 + 0630
           ELSE
               COMPUTE WS-EFN-DT-INICIO = WS-EFN-ANO * 10000 + 0701
               COMPUTE WS-EFN-DT-FIM = WS-EFN-ANO * 10000 + 1231
           END-IF
           DISPLAY 'Declaracao (O=Original R=Retificadora de um CPF): '
           ACCEPT WS-EFN-MODO
           MOVE SPACES TO WS-EFN-CPF-INF WS-EFN-CPF-FILTRO
           IF EFN-RETIFICADORA
               DISPLAY 'CPF a retificar (somente numeros): '
               ACCEPT WS-EFN-CPF-INF
               MOVE 'BANKEFIR.TXT' TO WS-EFN-ARQUIVO
               PERFORM 0110-TOKENIZAR-CPF-FILTRO
           ELSE
               MOVE 'O' TO WS-EFN-MODO
           END-IF.

       0110-TOKENIZAR-CPF-FILTRO.
      *    As contas guardam o CPF tokenizado quando ha cifragem
      *    ativa: o filtro da retificadora compara com o token.
           MOVE WS-EFN-CPF-INF TO WS-EFN-CPF-FILTRO
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-EFN-CPF-INF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-EFN-CPF-FILTRO
           END-IF.

       0200-RECRIAR-TRABALHO.
      *    O arquivo de trabalho e recriado a cada apuracao.
           OPEN OUTPUT ARQTRABALHO
           CLOSE ARQTRABALHO
           OPEN I-O ARQTRABALHO.

      *================================================================
       2000-VARRER-TRANSACOES-VIVAS SECTION.
      *================================================================
       2000-INICIO.
           MOVE ZEROS TO EFN-TRANS-ID
           START ARQTRANS KEY >= EFN-TRANS-ID
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF EFN-TRANS-STATUS = 'E'
                      AND EFN-TRANS-DATA >= WS-EFN-DT-INICIO
                      AND EFN-TRANS-DATA <= WS-EFN-DT-FIM
                       PERFORM 2700-CLASSIFICAR-PERNAS
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       2500-VARRER-ARQUIVO-MORTO SECTION.
      *================================================================
       2500-INICIO.
           OPEN INPUT ARQARCHIVE
           IF FS-ARC-NFD
               DISPLAY 'SEM ARQUIVO MORTO BANKTRAN.ARC'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO ARC-TRANS-ID
           START ARQARCHIVE KEY >= ARC-TRANS-ID
               INVALID KEY MOVE '10' TO FS-ARCHIVE
           END-START
           PERFORM UNTIL FS-ARC-EOF
               READ ARQARCHIVE NEXT
                   AT END MOVE '10' TO FS-ARCHIVE
               END-READ
               IF NOT FS-ARC-EOF
                   IF ARC-STATUS = 'E'
                      AND ARC-DATA >= WS-EFN-DT-INICIO
                      AND ARC-DATA <= WS-EFN-DT-FIM
      *                Mesma imagem do registro vivo: copiada para
      *                classificar pela mesma regra.
                       MOVE ARC-TRANS-ID TO EFN-TRANS-ID
                       MOVE ARC-CONTA-ORG TO EFN-TRANS-CONTA-ORG
                       MOVE ARC-CONTA-DEST TO EFN-TRANS-CONTA-DEST
                       MOVE ARC-TIPO TO EFN-TRANS-TIPO
                       MOVE ARC-VALOR TO EFN-TRANS-VALOR
                       PERFORM 2700-CLASSIFICAR-PERNAS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQARCHIVE
           EXIT SECTION.

       2700-CLASSIFICAR-PERNAS.
      *    Credito e debito de cada perna pela mesma regra do
      *    fechamento de saldos: lancamentos de uma ponta so usam a
      *    conta de origem (exceto o resgate, creditado no destino);
      *    transferencias debitam a origem e creditam o destino.
           ADD 1 TO WS-EFN-QTD-TRANS
           MOVE EFN-TRANS-VALOR TO WS-EFN-VALOR
           EVALUATE EFN-TRANS-TIPO
               WHEN 'DEP'
               WHEN 'REN'
               WHEN 'EMP'
                   MOVE EFN-TRANS-CONTA-ORG TO WS-EFN-CONTA-MOV
                   MOVE 'C' TO WS-EFN-SENTIDO
                   PERFORM 2800-ACUMULAR-MOVIMENTO
               WHEN 'SAQ'
               WHEN 'TAR'
               WHEN 'PAG'
               WHEN 'APL'
               WHEN 'PEM'
               WHEN 'RCP'
               WHEN 'CHQ'
                   MOVE EFN-TRANS-CONTA-ORG TO WS-EFN-CONTA-MOV
                   MOVE 'D' TO WS-EFN-SENTIDO
                   PERFORM 2800-ACUMULAR-MOVIMENTO
               WHEN 'RES'
                   MOVE EFN-TRANS-CONTA-DEST TO WS-EFN-CONTA-MOV
                   MOVE 'C' TO WS-EFN-SENTIDO
                   PERFORM 2800-ACUMULAR-MOVIMENTO
               WHEN 'CAM'
               WHEN 'TRF'
               WHEN 'TED'
               WHEN 'DOC'
               WHEN 'PIX'
               WHEN 'DEV'
               WHEN 'CHA'
               WHEN 'CHD'
               WHEN 'REM'
               WHEN 'CMS'
                   IF EFN-TRANS-CONTA-ORG NOT = ZEROS
                       MOVE EFN-TRANS-CONTA-ORG TO WS-EFN-CONTA-MOV
                       MOVE 'D' TO WS-EFN-SENTIDO
                       PERFORM 2800-ACUMULAR-MOVIMENTO
                   END-IF
                   IF EFN-TRANS-CONTA-DEST NOT = ZEROS
                       MOVE EFN-TRANS-CONTA-DEST TO WS-EFN-CONTA-MOV
                       MOVE 'C' TO WS-EFN-SENTIDO
                       PERFORM 2800-ACUMULAR-MOVIMENTO
                   END-IF
           END-EVALUATE.

       2800-ACUMULAR-MOVIMENTO.
      *    Conta conjunta cadastrada: metade do movimento para cada
      *    titular.
           IF WS-EFN-CONTA-MOV = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFN-CONTA-MOV TO EFN-CONTA-NUM
           READ ARQCONTAS KEY IS EFN-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR EFN-CONTA-CPF = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2850-QUOTA-DA-CONTA
           COMPUTE WS-EFN-PARTE ROUNDED = WS-EFN-VALOR * WS-EFN-QUOTA
           MOVE EFN-CONTA-CPF TO WS-EFN-CPF-ALVO
           MOVE 'T' TO WS-EFN-VINCULO
           PERFORM 2900-SOMAR-MOVIMENTO-CPF
           IF WS-EFN-QUOTA < 1
               MOVE EFN-CONTA-COTIT-CPF TO WS-EFN-CPF-ALVO
               MOVE 'C' TO WS-EFN-VINCULO
               PERFORM 2900-SOMAR-MOVIMENTO-CPF
           END-IF.

       2850-QUOTA-DA-CONTA.
           MOVE 1,00 TO WS-EFN-QUOTA
           IF EFN-CONTA-COTIT-CPF NOT = SPACES
               MOVE EFN-CONTA-NUM TO CNJ-CONTA
               READ ARQCONJ
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONJ-OK
                   MOVE 0,50 TO WS-EFN-QUOTA
               END-IF
           END-IF.

       2900-SOMAR-MOVIMENTO-CPF.
      *    Soma no registro da conta e no total do CPF (conta zero).
           IF EFN-RETIFICADORA
              AND WS-EFN-CPF-ALVO NOT = WS-EFN-CPF-FILTRO
               EXIT PARAGRAPH
           END-IF
           MOVE EFN-CONTA-NUM TO EFW-CONTA
           PERFORM 2950-ATUALIZAR-TRABALHO
           MOVE ZEROS TO EFW-CONTA
           PERFORM 2950-ATUALIZAR-TRABALHO.

       2950-ATUALIZAR-TRABALHO.
           MOVE WS-EFN-CPF-ALVO TO EFW-CPF
           READ ARQTRABALHO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EFW-OK
               MOVE WS-EFN-CPF-ALVO TO EFW-CPF
               MOVE EFN-CONTA-AGENCIA TO EFW-AGENCIA
               MOVE WS-EFN-VINCULO TO EFW-VINCULO
               MOVE ZEROS TO EFW-CREDITOS EFW-DEBITOS EFW-SALDO-FIM
               IF EFW-CONTA = ZEROS
                   MOVE ZEROS TO EFW-AGENCIA
                   MOVE SPACE TO EFW-VINCULO
               END-IF
               WRITE REG-TRABALHO
           END-IF
           IF EFN-CREDITO
               ADD WS-EFN-PARTE TO EFW-CREDITOS
           END-IF
           IF EFN-DEBITO
               ADD WS-EFN-PARTE TO EFW-DEBITOS
           END-IF
           IF WS-EFN-SENTIDO = 'S'
               ADD WS-EFN-PARTE TO EFW-SALDO-FIM
           END-IF
           REWRITE REG-TRABALHO.

      *================================================================
       3000-SALDOS-FIM-PERIODO SECTION.
      *================================================================
       3000-INICIO.
      *    Saldo de cada conta na ultima foto de fechamento ate o fim
      *    do semestre; conta sem foto no periodo entra com saldo zero.
           MOVE ZEROS TO EFN-CONTA-NUM
           START ARQCONTAS KEY >= EFN-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF AND EFN-CONTA-CPF NOT = SPACES
                   PERFORM 3100-SALDO-DA-CONTA
               END-IF
           END-PERFORM
           EXIT SECTION.

       3100-SALDO-DA-CONTA.
           MOVE ZEROS TO WS-EFN-VALOR
           MOVE EFN-CONTA-NUM TO SNP-CONTA
           MOVE WS-EFN-DT-FIM TO SNP-DATA
           START ARQSNAP KEY IS <= SNP-CHAVE
               INVALID KEY MOVE '23' TO FS-SNAP
           END-START
           IF FS-SNAP-OK
               READ ARQSNAP NEXT
                   AT END MOVE '10' TO FS-SNAP
               END-READ
               IF FS-SNAP-OK AND SNP-CONTA = EFN-CONTA-NUM
                   MOVE SNP-SALDO TO WS-EFN-VALOR
               END-IF
           END-IF
           IF WS-EFN-VALOR = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2850-QUOTA-DA-CONTA
           COMPUTE WS-EFN-PARTE ROUNDED = WS-EFN-VALOR * WS-EFN-QUOTA
           MOVE 'S' TO WS-EFN-SENTIDO
           MOVE EFN-CONTA-CPF TO WS-EFN-CPF-ALVO
           MOVE 'T' TO WS-EFN-VINCULO
           PERFORM 2900-SOMAR-MOVIMENTO-CPF
           IF WS-EFN-QUOTA < 1
               MOVE EFN-CONTA-COTIT-CPF TO WS-EFN-CPF-ALVO
               MOVE 'C' TO WS-EFN-VINCULO
               PERFORM 2900-SOMAR-MOVIMENTO-CPF
           END-IF.

      *================================================================
       4000-GRAVAR-DECLARACAO SECTION.
      *================================================================
       4000-INICIO.
      *    Header, um registro '1' por CPF declarado seguido de um
      *    registro '2' por conta, e trailer com os totais de
      *    controle. O registro de conta zero traz o total do CPF e
      *    vem primeiro na chave: decide se o CPF e declarado.
           MOVE ZEROS TO WS-EFN-QTD-CPFS WS-EFN-QTD-CONTAS
           MOVE ZEROS TO WS-EFN-TOT-CREDITOS WS-EFN-TOT-DEBITOS
           MOVE ZEROS TO WS-EFN-TOT-SALDOS
           MOVE 'N' TO WS-EFN-DECLARAR
           OPEN OUTPUT ARQDECLARA
           MOVE WS-EFN-LIMITE TO WS-VL-EDIT
           MOVE SPACES TO WS-EFN-LINHA
           STRING '0EFIN' DELIMITED SIZE
                  WS-EFN-ANO DELIMITED SIZE
                  WS-EFN-SEMESTRE DELIMITED SIZE
                  WS-EFN-MODO DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
                  ' PERIODO ' DELIMITED SIZE
                  WS-EFN-DT-INICIO DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WS-EFN-DT-FIM DELIMITED SIZE
                  ' LIMITE ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-EFN-LINHA
           END-STRING
           WRITE REG-DECLARA FROM WS-EFN-LINHA
           MOVE LOW-VALUES TO EFW-CHAVE
           START ARQTRABALHO KEY >= EFW-CHAVE
               INVALID KEY MOVE '10' TO FS-TRABALHO
           END-START
           PERFORM UNTIL FS-EFW-EOF
               READ ARQTRABALHO NEXT
                   AT END MOVE '10' TO FS-TRABALHO
               END-READ
               IF NOT FS-EFW-EOF
                   IF EFW-CONTA = ZEROS
                       PERFORM 4100-GRAVAR-CPF
                   ELSE
                       IF EFN-DECLARAR-CPF
                           PERFORM 4200-GRAVAR-CONTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-EFN-TOT-CREDITOS TO WS-VL-EDIT
           MOVE WS-EFN-TOT-DEBITOS TO WS-VL-EDIT2
           MOVE WS-EFN-TOT-SALDOS TO WS-VL-EDIT3
           MOVE SPACES TO WS-EFN-LINHA
           STRING '9CPFS ' DELIMITED SIZE
                  WS-EFN-QTD-CPFS DELIMITED SIZE
                  ' CONTAS ' DELIMITED SIZE
                  WS-EFN-QTD-CONTAS DELIMITED SIZE
                  ' CRED ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' DEB ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' SALDO ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-EFN-LINHA
           END-STRING
           WRITE REG-DECLARA FROM WS-EFN-LINHA
           CLOSE ARQDECLARA
           EXIT SECTION.

       4100-GRAVAR-CPF.
           MOVE 'N' TO WS-EFN-DECLARAR
           IF EFW-CREDITOS > WS-EFN-LIMITE
              OR EFW-DEBITOS > WS-EFN-LIMITE
              OR EFW-SALDO-FIM > WS-EFN-LIMITE
               MOVE 'S' TO WS-EFN-DECLARAR
           END-IF
      *    A retificadora refaz o CPF pedido mesmo abaixo do limite:
      *    a correcao pode ter tirado o CPF da declaracao.
           IF EFN-RETIFICADORA
               MOVE 'S' TO WS-EFN-DECLARAR
           END-IF
           IF NOT EFN-DECLARAR-CPF
               EXIT PARAGRAPH
           END-IF
      *    A agregacao carrega o CPF como esta na conta; a declaracao
      *    ao fisco sai com o documento verdadeiro.
           PERFORM 4300-DESTOKENIZAR-CPF
           ADD 1 TO WS-EFN-QTD-CPFS
           ADD EFW-CREDITOS TO WS-EFN-TOT-CREDITOS
           ADD EFW-DEBITOS TO WS-EFN-TOT-DEBITOS
           ADD EFW-SALDO-FIM TO WS-EFN-TOT-SALDOS
           MOVE EFW-CREDITOS TO WS-VL-EDIT
           MOVE EFW-DEBITOS TO WS-VL-EDIT2
           MOVE EFW-SALDO-FIM TO WS-VL-EDIT3
           MOVE SPACES TO WS-EFN-LINHA
           STRING '1' DELIMITED SIZE
                  WS-EFN-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-EFN-LINHA
           END-STRING
           WRITE REG-DECLARA FROM WS-EFN-LINHA.

       4200-GRAVAR-CONTA.
           ADD 1 TO WS-EFN-QTD-CONTAS
           MOVE EFW-CREDITOS TO WS-VL-EDIT
           MOVE EFW-DEBITOS TO WS-VL-EDIT2
           MOVE EFW-SALDO-FIM TO WS-VL-EDIT3
           MOVE SPACES TO WS-EFN-LINHA
           STRING '2' DELIMITED SIZE
                  WS-EFN-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  EFW-AGENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  EFW-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  EFW-VINCULO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-EFN-LINHA
           END-STRING
           WRITE REG-DECLARA FROM WS-EFN-LINHA.

       4300-DESTOKENIZAR-CPF.
           MOVE EFW-CPF TO WS-EFN-CPF-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE EFW-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-EFN-CPF-CLARO
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           STOP RUN.
