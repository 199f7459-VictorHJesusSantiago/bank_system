      *================================================================
      * BANKRPF.COB - Representantes de Conta Pessoa Fisica
      * Sistema Bancario COBOL
      * Contraparte do BANKSIG para a conta PF: mantem o registro
      * BANKRPF.DAT de quem movimenta a conta em nome do titular -
      * pai ou mae e tutor do menor, curador do interditado e
      * procurador nomeado pelo titular - com os poderes por tipo
      * de debito (saque, transferencia, pagamento), limite por
      * operacao e o documento de suporte com a validade. Presta o
      * servico de validacao chamado por BANKTRAN, BANKTRF e BANKPAY
      * depois do BANKSIG: conta sem representante ativo passa
      * direto; com representante, o guiche informa o CPF de quem
      * movimenta (em branco = o proprio titular, recusado quando
      * ha representante legal ativo - titular menor ou
      * interditado) e o CPF tem de ser representante ativo, com
      * documento no prazo, poder para a operacao e limite para o
      * valor.
      * Para pai, mae e tutor a validade do documento e o dia em
      * que o titular completa 18 anos (data de nascimento do
      * cadastro de clientes); o lote diario BANKRPV baixa esses
      * poderes na maioridade e leva as procuracoes vencidas para a
      * worklist BANKRPFW.DAT, que o recadastro com documento novo
      * da como tratada.
      * Cadastro e baixa do representante viram inicio e fim de
      * vinculo de representante no diario do CCS (BANKVNC) e ficam
      * na trilha de auditoria (BANKAUD).
      * Chamada com LS-REP-MODO = 'V' valida sem menu; 'E' revoga
      * todos os representantes ativos da conta (encerramento da
      * conta em BANKACCT); qualquer outro valor abre a manutencao
      * do registro.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRPF.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREPRES ASSIGN TO 'BANKRPF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPF-CHAVE
               FILE STATUS IS FS-REPRES.

           SELECT ARQVENCIDO ASSIGN TO 'BANKRPFW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPW-CHAVE
               FILE STATUS IS FS-VENCIDO.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPA-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-CLI-ID
               FILE STATUS IS FS-CLIENTE.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQREPRES.
           COPY BANKRPF.

       FD  ARQVENCIDO.
           COPY BANKRPFW.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  RPA-CONTA-NUM         PIC 9(10).
           05  RPA-CONTA-AGENCIA     PIC 9(4).
           05  RPA-CONTA-DIGITO      PIC 9(1).
           05  RPA-CONTA-TIPO        PIC X(2).
           05  RPA-CONTA-STATUS      PIC X(1).
               88  RPA-CONTA-ENCERRADA VALUE 'E'.
           05  RPA-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  RPA-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  RPA-CONTA-TITULAR     PIC X(60).
           05  RPA-CONTA-CPF         PIC X(11).
           05  RPA-CONTA-EMAIL       PIC X(80).
           05  RPA-CONTA-TELEFONE    PIC X(15).
           05  RPA-CONTA-DT-ABERTURA PIC 9(8).
           05  RPA-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  RPA-CONTA-SENHA-HASH  PIC X(64).
           05  RPA-CONTA-COTIT-NOME  PIC X(60).
           05  RPA-CONTA-COTIT-CPF   PIC X(11).
           05  RPA-CONTA-CLI-ID      PIC 9(10).
           05  RPA-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  RPC-CLI-ID            PIC 9(10).
           05  RPC-CLI-NOME          PIC X(60).
           05  RPC-CLI-CPF           PIC X(14).
           05  RPC-CLI-RG            PIC X(15).
           05  RPC-CLI-DT-NASC       PIC 9(8).
           05  RPC-CLI-SEXO          PIC X(1).
           05  RPC-CLI-ESTADO-CIVIL  PIC X(2).
           05  RPC-CLI-PROFISSAO     PIC X(40).
           05  RPC-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  RPC-CLI-PERFIL-RISCO  PIC X(1).
           05  RPC-CLI-ENDERECO      PIC X(190).
           05  RPC-CLI-STATUS        PIC X(1).
           05  RPC-CLI-SCORE         PIC 9(4).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RPF-CTRL.
           05  FS-REPRES            PIC XX.
               88  FS-RPF-OK        VALUE '00'.
               88  FS-RPF-EOF       VALUE '10'.
           05  FS-VENCIDO           PIC XX.
               88  FS-RPW-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-VALIDACAO-CTRL.
           05  WS-VAL-TEM-REPRES    PIC X(1).
               88  VAL-TEM-REPRES   VALUE 'S'.
           05  WS-VAL-TEM-LEGAL     PIC X(1).
               88  VAL-TEM-LEGAL    VALUE 'S'.
           05  WS-VAL-CPF-INF       PIC X(11).
           05  WS-VAL-PODER         PIC X(1).
           05  WS-RPF-CONTA-INF     PIC 9(10).
           05  WS-RPF-VALOR-INF     PIC 9(9)V99.
           05  WS-VL-EDIT           PIC Z(9)9,99.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-RPF-STATUS-ANT    PIC X(1).
           05  WS-RPF-QTD-REVOGADOS PIC 9(4).
           05  WS-RPF-DOC-CLIENTE   PIC X(14).
           05  WS-RPF-MAIORIDADE    PIC 9(8).
           05  WS-RPF-MAIORIDADE-R REDEFINES WS-RPF-MAIORIDADE.
               10  WS-RPF-MAI-AAAA  PIC 9(4).
               10  WS-RPF-MAI-MMDD  PIC 9(4).
           05  WS-RPF-ANTES         PIC X(40).

       01  WS-CHAMADA-VINCULO.
      *    Area de chamada do diario de vinculos do CCS (BANKVNC)
           05  WS-VNCSRV-EVENTO     PIC X(1).
           05  WS-VNCSRV-TIPO       PIC X(1).
           05  WS-VNCSRV-CONTA      PIC 9(10).
           05  WS-VNCSRV-CPF        PIC X(11).
           05  WS-VNCSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

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
       01  LS-REPRESENTANTE.
           05  LS-REP-MODO          PIC X(1).
               88  LS-REP-VALIDAR   VALUE 'V'.
               88  LS-REP-ENCERRAR  VALUE 'E'.
           05  LS-REP-CONTA         PIC 9(10).
           05  LS-REP-VALOR         PIC S9(11)V99 COMP-3.
      *    Tipo de debito validado: S saque, T transferencia (TED,
      *    DOC, PIX, cambio), P pagamento
           05  LS-REP-OPERACAO      PIC X(1).
           05  LS-REP-OPERADOR      PIC X(20).
           05  LS-REP-CODIGO        PIC 9(4).
               88  REP-AUTORIZADO   VALUE 0000.
           05  LS-REP-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-REPRESENTANTE.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-REP-CODIGO
           MOVE SPACES TO LS-REP-MENSAGEM
           OPEN I-O ARQREPRES
           IF FS-REPRES = '35'
               OPEN OUTPUT ARQREPRES
               CLOSE ARQREPRES
               OPEN I-O ARQREPRES
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           EVALUATE TRUE
               WHEN LS-REP-VALIDAR
                   PERFORM 2000-VALIDAR-REPRESENTANTE
               WHEN LS-REP-ENCERRAR
                   PERFORM 6000-REVOGAR-DA-CONTA
               WHEN OTHER
                   PERFORM 1000-MENU UNTIL PARAR
           END-EVALUATE
           CLOSE ARQREPRES
           GOBACK.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' REPRESENTANTES DE CONTA PF'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Cadastrar representante'
           DISPLAY ' 02. Listar representantes da conta'
           DISPLAY ' 03. Revogar representante'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 3000-CADASTRAR-REPRESENTANTE
               WHEN '02'
                   PERFORM 4000-LISTAR-REPRESENTANTES
               WHEN '03'
                   PERFORM 5000-REVOGAR-REPRESENTANTE
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-VALIDAR-REPRESENTANTE SECTION.
      *================================================================
       2000-INICIO.
      *    Conta sem representante ativo no prazo: o titular
      *    movimenta sem pergunta.
           PERFORM 2100-VERIFICAR-REPRESENTANTES
           IF NOT VAL-TEM-REPRES
               MOVE ZEROS TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CONTA COM REPRESENTANTE - CPF DE QUEM MOVIMENTA '
               '(ENTER = TITULAR): '
           MOVE SPACES TO WS-VAL-CPF-INF
           ACCEPT WS-VAL-CPF-INF
           IF WS-VAL-CPF-INF = SPACES
               IF VAL-TEM-LEGAL
                   MOVE 0005 TO LS-REP-CODIGO
                   MOVE 'TITULAR SO MOVIMENTA PELO REPRESENTANTE LEGAL'
                       TO LS-REP-MENSAGEM
                   DISPLAY 'DEBITO RECUSADO: ' LS-REP-MENSAGEM
               ELSE
                   MOVE ZEROS TO LS-REP-CODIGO
               END-IF
               EXIT SECTION
           END-IF
           MOVE LS-REP-CONTA TO RPF-CONTA
           MOVE WS-VAL-CPF-INF TO RPF-CPF
           READ ARQREPRES
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-RPF-OK OR NOT RPF-ATIVO
               MOVE 0005 TO LS-REP-CODIGO
               MOVE 'CPF NAO E REPRESENTANTE ATIVO DA CONTA'
                   TO LS-REP-MENSAGEM
               DISPLAY 'DEBITO RECUSADO: ' LS-REP-MENSAGEM
               EXIT SECTION
           END-IF
           IF RPF-DOC-VALIDADE NOT = ZEROS
              AND RPF-DOC-VALIDADE <= WS-DATA-HOJE
               MOVE 0005 TO LS-REP-CODIGO
               MOVE 'DOCUMENTO DE REPRESENTACAO VENCIDO'
                   TO LS-REP-MENSAGEM
               DISPLAY 'DEBITO RECUSADO: ' LS-REP-MENSAGEM
               EXIT SECTION
           END-IF
           EVALUATE LS-REP-OPERACAO
               WHEN 'S'
                   MOVE RPF-PODER-SAQUE TO WS-VAL-PODER
               WHEN 'P'
                   MOVE RPF-PODER-PAGTO TO WS-VAL-PODER
               WHEN OTHER
                   MOVE RPF-PODER-TRANSF TO WS-VAL-PODER
           END-EVALUATE
           IF WS-VAL-PODER NOT = 'S'
               MOVE 0005 TO LS-REP-CODIGO
               MOVE 'REPRESENTANTE SEM PODER PARA A OPERACAO'
                   TO LS-REP-MENSAGEM
               DISPLAY 'DEBITO RECUSADO: ' LS-REP-MENSAGEM
               EXIT SECTION
           END-IF
           IF RPF-LIMITE > ZEROS AND LS-REP-VALOR > RPF-LIMITE
               MOVE 0003 TO LS-REP-CODIGO
               MOVE 'VALOR ACIMA DO LIMITE DO REPRESENTANTE'
                   TO LS-REP-MENSAGEM
               DISPLAY 'DEBITO RECUSADO: ' LS-REP-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE ZEROS TO LS-REP-CODIGO
           DISPLAY 'REPRESENTANTE ' RPF-NOME(1:30) ' AUTORIZADO'
           EXIT SECTION.

       2100-VERIFICAR-REPRESENTANTES.
      *    Representante ativo com documento no prazo; o legal (pai,
      *    mae, tutor, curador) impede o titular de movimentar.
           MOVE 'N' TO WS-VAL-TEM-REPRES WS-VAL-TEM-LEGAL
           MOVE LS-REP-CONTA TO RPF-CONTA
           MOVE LOW-VALUES TO RPF-CPF
           START ARQREPRES KEY >= RPF-CHAVE
               INVALID KEY MOVE '10' TO FS-REPRES
           END-START
           PERFORM UNTIL FS-RPF-EOF
               READ ARQREPRES NEXT
                   AT END MOVE '10' TO FS-REPRES
               END-READ
               IF NOT FS-RPF-EOF
                   IF RPF-CONTA NOT = LS-REP-CONTA
                       MOVE '10' TO FS-REPRES
                   ELSE
                       IF RPF-ATIVO
                          AND (RPF-DOC-VALIDADE = ZEROS
                               OR RPF-DOC-VALIDADE > WS-DATA-HOJE)
                           MOVE 'S' TO WS-VAL-TEM-REPRES
                           IF RPF-LEGAL
                               MOVE 'S' TO WS-VAL-TEM-LEGAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-REPRES.

      *================================================================
       3000-CADASTRAR-REPRESENTANTE SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- CADASTRO DE REPRESENTANTE ---'
           DISPLAY 'Conta PF: '
           ACCEPT WS-RPF-CONTA-INF
           PERFORM 3100-VERIFICAR-CONTA-PF
           IF LS-REP-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE WS-RPF-CONTA-INF TO RPF-CONTA
           DISPLAY 'CPF do representante: '
           ACCEPT RPF-CPF
           IF RPF-CPF = SPACES OR RPF-CPF = RPA-CONTA-CPF
               DISPLAY 'CPF INVALIDO PARA REPRESENTANTE'
               MOVE 3 TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
      *    Situacao anterior: so representante novo ou reativado
      *    inicia vinculo de representante.
           MOVE 'N' TO WS-RPF-STATUS-ANT
           MOVE SPACES TO WS-RPF-ANTES
           READ ARQREPRES
               INVALID KEY CONTINUE
           END-READ
           IF FS-RPF-OK
               MOVE RPF-STATUS TO WS-RPF-STATUS-ANT
               STRING RPF-CPF DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RPF-TIPO DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RPF-PODERES DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RPF-STATUS DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RPF-DOC-VALIDADE DELIMITED SIZE
                   INTO WS-RPF-ANTES
               END-STRING
           END-IF
           DISPLAY 'Nome do representante: '
           ACCEPT RPF-NOME
           DISPLAY 'Tipo (P=pai/mae T=tutor C=curador A=procurador): '
           ACCEPT RPF-TIPO
           MOVE FUNCTION UPPER-CASE(RPF-TIPO) TO RPF-TIPO
           IF NOT RPF-PAIS AND NOT RPF-TUTOR
              AND NOT RPF-CURADOR AND NOT RPF-PROCURADOR
               DISPLAY 'TIPO INVALIDO'
               MOVE 3 TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
      *    Pai, mae e tutor so para titular menor: o poder vale ate
      *    o titular completar 18 anos.
           IF RPF-ATE-MAIORIDADE
               PERFORM 3200-CALCULAR-MAIORIDADE
               IF LS-REP-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY 'Poder de saque (S/N): '
           ACCEPT RPF-PODER-SAQUE
           DISPLAY 'Poder de transferencia - TED/DOC/PIX (S/N): '
           ACCEPT RPF-PODER-TRANSF
           DISPLAY 'Poder de pagamento (S/N): '
           ACCEPT RPF-PODER-PAGTO
           MOVE FUNCTION UPPER-CASE(RPF-PODERES) TO RPF-PODERES
           IF RPF-PODER-SAQUE NOT = 'S' AND NOT = 'N'
              OR RPF-PODER-TRANSF NOT = 'S' AND NOT = 'N'
              OR RPF-PODER-PAGTO NOT = 'S' AND NOT = 'N'
               DISPLAY 'PODERES INVALIDOS'
               MOVE 3 TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Limite por operacao (0 = sem limite): '
           ACCEPT WS-RPF-VALOR-INF
           MOVE WS-RPF-VALOR-INF TO RPF-LIMITE
           DISPLAY 'Documento (CN=certidao TT=termo de tutela '
               'TC=termo de curatela PR=procuracao): '
           ACCEPT RPF-DOC-TIPO
           MOVE FUNCTION UPPER-CASE(RPF-DOC-TIPO) TO RPF-DOC-TIPO
           DISPLAY 'Numero/registro do documento: '
           ACCEPT RPF-DOC-NUMERO
           IF RPF-DOC-NUMERO = SPACES
               DISPLAY 'DOCUMENTO OBRIGATORIO'
               MOVE 3 TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
           IF RPF-ATE-MAIORIDADE
               MOVE WS-RPF-MAIORIDADE TO RPF-DOC-VALIDADE
           ELSE
               DISPLAY 'Validade do documento AAAAMMDD '
                   '(0 = indeterminada): '
               ACCEPT RPF-DOC-VALIDADE
               IF RPF-DOC-VALIDADE NOT = ZEROS
                  AND RPF-DOC-VALIDADE <= WS-DATA-HOJE
                   DISPLAY 'DOCUMENTO JA VENCIDO'
                   MOVE 3 TO LS-REP-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           MOVE 'A' TO RPF-STATUS
           MOVE WS-DATA-HOJE TO RPF-DT-CADASTRO RPF-DT-SITUACAO
           MOVE LS-REP-OPERADOR TO RPF-OPERADOR
           WRITE REG-REPRESENTANTE
               INVALID KEY REWRITE REG-REPRESENTANTE
           END-WRITE
           IF NOT FS-RPF-OK
               DISPLAY 'ERRO AO GRAVAR REPRESENTANTE: ' FS-REPRES
               MOVE 9999 TO LS-REP-CODIGO
               EXIT SECTION
           END-IF
           IF WS-RPF-STATUS-ANT NOT = 'A'
               MOVE 'I' TO WS-VNCSRV-EVENTO
               PERFORM 7000-REGISTRAR-VINCULO
           END-IF
           PERFORM 3300-BAIXAR-WORKLIST
           MOVE 'REPRESENTANTE' TO WS-AUD-CAMPO
           MOVE WS-RPF-ANTES TO WS-AUD-ANTES
           PERFORM 7100-AUDITAR
           DISPLAY 'REPRESENTANTE CADASTRADO - VALIDADE '
               RPF-DOC-VALIDADE
           MOVE 0 TO LS-REP-CODIGO
           EXIT SECTION.

       3100-VERIFICAR-CONTA-PF.
      *    Conta ativa de pessoa fisica: PJ opera por signatarios
      *    (BANKSIG).
           MOVE 0 TO LS-REP-CODIGO
           OPEN INPUT ARQCONTAS ARQCLIENTE
           MOVE WS-RPF-CONTA-INF TO RPA-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR RPA-CONTA-ENCERRADA
               DISPLAY 'CONTA NAO ENCONTRADA OU ENCERRADA'
               MOVE 2 TO LS-REP-CODIGO
           ELSE
               MOVE SPACES TO WS-RPF-DOC-CLIENTE
               MOVE ZEROS TO RPC-CLI-DT-NASC
               MOVE RPA-CONTA-CLI-ID TO RPC-CLI-ID
               READ ARQCLIENTE
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CLI-OK
                   MOVE RPC-CLI-CPF TO WS-RPF-DOC-CLIENTE
                   MOVE 'U' TO WS-CRYSRV-MODO
                   MOVE SPACES TO WS-CRYSRV-TEXTO
                   MOVE RPC-CLI-CPF TO WS-CRYSRV-TEXTO(1:14)
                   MOVE 14 TO WS-CRYSRV-TAMANHO
                   CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
                   IF WS-CRYSRV-CODIGO = ZEROS
                       MOVE WS-CRYSRV-TEXTO(1:14)
                           TO WS-RPF-DOC-CLIENTE
                   END-IF
               END-IF
               IF WS-RPF-DOC-CLIENTE(12:3) NOT = SPACES
                   DISPLAY 'CONTA PJ - USE O CADASTRO DE SIGNATARIOS'
                   MOVE 3 TO LS-REP-CODIGO
               END-IF
           END-IF
           CLOSE ARQCONTAS ARQCLIENTE.

       3200-CALCULAR-MAIORIDADE.
           IF RPC-CLI-DT-NASC = ZEROS
               DISPLAY 'TITULAR SEM DATA DE NASCIMENTO NO CADASTRO'
               MOVE 3 TO LS-REP-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE RPC-CLI-DT-NASC TO WS-RPF-MAIORIDADE
           ADD 18 TO WS-RPF-MAI-AAAA
           IF WS-RPF-MAIORIDADE <= WS-DATA-HOJE
               DISPLAY 'TITULAR MAIOR DE IDADE - PAI, MAE OU TUTOR '
                   'NAO SE APLICA'
               MOVE 3 TO LS-REP-CODIGO
           END-IF.

       3300-BAIXAR-WORKLIST.
      *    Recadastro com documento valido trata o item pendente da
      *    worklist de representacoes vencidas.
           OPEN I-O ARQVENCIDO
           IF NOT FS-RPW-OK
               EXIT PARAGRAPH
           END-IF
           MOVE RPF-CHAVE TO RPW-CHAVE
           READ ARQVENCIDO
               INVALID KEY CONTINUE
           END-READ
           IF FS-RPW-OK AND RPW-PENDENTE
               MOVE 'T' TO RPW-SITUACAO
               MOVE WS-DATA-HOJE TO RPW-DT-TRATAMENTO
               MOVE LS-REP-OPERADOR TO RPW-OPERADOR
               REWRITE REG-REPRESENT-VENCIDO
               DISPLAY 'ITEM DA WORKLIST DE VENCIDOS TRATADO'
           END-IF
           CLOSE ARQVENCIDO.

      *================================================================
       4000-LISTAR-REPRESENTANTES SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Conta PF: '
           ACCEPT WS-RPF-CONTA-INF
           MOVE WS-RPF-CONTA-INF TO RPF-CONTA
           MOVE LOW-VALUES TO RPF-CPF
           START ARQREPRES KEY >= RPF-CHAVE
               INVALID KEY MOVE '10' TO FS-REPRES
           END-START
           PERFORM UNTIL FS-RPF-EOF
               READ ARQREPRES NEXT
                   AT END MOVE '10' TO FS-REPRES
               END-READ
               IF NOT FS-RPF-EOF
                   IF RPF-CONTA = WS-RPF-CONTA-INF
                       MOVE RPF-LIMITE TO WS-VL-EDIT
                       DISPLAY RPF-CPF ' ' RPF-NOME(1:30)
                           ' TIPO ' RPF-TIPO
                           ' PODERES ' RPF-PODERES
                           ' LIMITE ' WS-VL-EDIT
                       DISPLAY '            DOC ' RPF-DOC-TIPO ' '
                           RPF-DOC-NUMERO ' VALIDADE '
                           RPF-DOC-VALIDADE ' SIT ' RPF-STATUS
                   ELSE
                       MOVE '10' TO FS-REPRES
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       5000-REVOGAR-REPRESENTANTE SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'Conta PF: '
           ACCEPT WS-RPF-CONTA-INF
           MOVE WS-RPF-CONTA-INF TO RPF-CONTA
           DISPLAY 'CPF do representante: '
           ACCEPT RPF-CPF
           READ ARQREPRES
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-RPF-OK
               DISPLAY 'REPRESENTANTE NAO ENCONTRADO'
               EXIT SECTION
           END-IF
           IF NOT RPF-ATIVO
               DISPLAY 'REPRESENTANTE JA BAIXADO - SITUACAO '
                   RPF-STATUS
               EXIT SECTION
           END-IF
           MOVE 'R' TO RPF-STATUS
           MOVE WS-DATA-HOJE TO RPF-DT-SITUACAO
           MOVE LS-REP-OPERADOR TO RPF-OPERADOR
           REWRITE REG-REPRESENTANTE
           MOVE 'F' TO WS-VNCSRV-EVENTO
           PERFORM 7000-REGISTRAR-VINCULO
           MOVE 'STATUS' TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-ANTES
           STRING RPF-CPF DELIMITED SIZE
                  ' A' DELIMITED SIZE
               INTO WS-AUD-ANTES
           END-STRING
           PERFORM 7100-AUDITAR
           DISPLAY 'REPRESENTANTE REVOGADO'
           EXIT SECTION.

      *================================================================
       6000-REVOGAR-DA-CONTA SECTION.
      *================================================================
       6000-INICIO.
      *    Conta encerrada nao tem mais representantes: todo
      *    representante ativo e revogado e encerra o vinculo.
           MOVE ZEROS TO WS-RPF-QTD-REVOGADOS
           MOVE LS-REP-CONTA TO RPF-CONTA
           MOVE LOW-VALUES TO RPF-CPF
           START ARQREPRES KEY >= RPF-CHAVE
               INVALID KEY MOVE '10' TO FS-REPRES
           END-START
           PERFORM UNTIL FS-RPF-EOF
               READ ARQREPRES NEXT
                   AT END MOVE '10' TO FS-REPRES
               END-READ
               IF NOT FS-RPF-EOF
                   IF RPF-CONTA = LS-REP-CONTA
                       IF RPF-ATIVO
                           MOVE 'R' TO RPF-STATUS
                           MOVE WS-DATA-HOJE TO RPF-DT-SITUACAO
                           MOVE LS-REP-OPERADOR TO RPF-OPERADOR
                           REWRITE REG-REPRESENTANTE
                           MOVE 'F' TO WS-VNCSRV-EVENTO
                           PERFORM 7000-REGISTRAR-VINCULO
                           ADD 1 TO WS-RPF-QTD-REVOGADOS
                       END-IF
                   ELSE
                       MOVE '10' TO FS-REPRES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RPF-QTD-REVOGADOS > ZEROS
               DISPLAY 'REPRESENTANTES REVOGADOS: '
                   WS-RPF-QTD-REVOGADOS
           END-IF
           MOVE ZEROS TO LS-REP-CODIGO
           EXIT SECTION.

      *================================================================
       7000-REGISTRAR-VINCULO SECTION.
      *================================================================
       7000-INICIO.
      *    O diario guarda o CPF como as contas: tokenizado quando a
      *    cifragem esta ativa.
           MOVE 'R' TO WS-VNCSRV-TIPO
           MOVE RPF-CONTA TO WS-VNCSRV-CONTA
           MOVE RPF-CPF TO WS-VNCSRV-CPF
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE RPF-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-VNCSRV-CPF
           END-IF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           EXIT SECTION.

       7100-AUDITAR.
           MOVE LS-REP-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKRPF.DAT' TO WS-AUD-ARQUIVO
           MOVE RPF-CONTA TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING RPF-CPF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RPF-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RPF-PODERES DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RPF-STATUS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RPF-DOC-VALIDADE DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
