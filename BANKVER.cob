      * a versao carimbada bate com o layout compilado e recusam
      * abrir arquivo defasado - a proxima mudanca de copybook vira
      * migracao operada, nao torcida. O proprio modulo faz as
      * conversoes suportadas: BANKCFG.DAT da versao 1 para a
      * atual (campos de IOF, custo por agencia e demais parametros
      * zerados), BANKCFG.DAT da versao 2 para a 3 (parametros
      * acrescentados depois da retencao de cadastro zerados),
      * BANKLEDG.DAT da 1 para a 2 (dimensao de agencia zerada),
      * BANKBOLE.DAT da 1 para a 2 (protesto em branco),
      * BANKCAIXA.DAT da 1 para a 2 (retencao de deposito zerada)
      * e BANKNOTQ.DAT da 1 para a 2 (campanha zerada), sempre
      * gravando o resultado em arquivo .NEW com contagem
      * conferida - o original so e substituido pela operacao
      * depois da critica.
      * Chamadas de servico pelo campo LS-VER-MODO:
      *   'V' confere arquivo x versao compilada (carimba na
      *       primeira vez; codigo 1 = versao divergente)
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CFGVELHO.

      *    Layout 2 do BANKCFG: termina na retencao de cadastro.
           SELECT ARQCFGV2 ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CFGV2.

           SELECT ARQCFGNOVO ASSIGN TO 'BANKCFG.NEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CFGNOVO.
               RECORD KEY IS LDN-ID
               FILE STATUS IS FS-LEDNOVO.

      *    Conversao dos boletos: layout antigo sem o protesto.
           SELECT ARQBOLVELHO ASSIGN TO 'BANKBOLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOV-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BOV-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLVELHO.

           SELECT ARQBOLNOVO ASSIGN TO 'BANKBOLE.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BON-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLNOVO.

      *    Conversao do fechamento de caixa: sem a retencao.
           SELECT ARQCXAVELHO ASSIGN TO 'BANKCAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXV-CHAVE
               FILE STATUS IS FS-CXAVELHO.

           SELECT ARQCXANOVO ASSIGN TO 'BANKCAIXA.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXN-CHAVE
               FILE STATUS IS FS-CXANOVO.

      *    Conversao da fila de notificacoes: sem a campanha.
           SELECT ARQNTQVELHO ASSIGN TO 'BANKNOTQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQV-ID
               FILE STATUS IS FS-NTQVELHO.

           SELECT ARQNTQNOVO ASSIGN TO 'BANKNOTQ.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQN-ID
               FILE STATUS IS FS-NTQNOVO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CFV-BOL-JUROS-DIA     PIC 9(1)V9(4).
           05  CFV-BOL-DESC-PERC     PIC 9(2)V99.

       FD  ARQCFGV2.
       01  REG-CFG-V2.
           05  CV2-SALDO-MIN-CC      PIC S9(9)V99.
           05  CV2-LIMITE-MAX        PIC S9(11)V99.
           05  CV2-TAXA-MANUT        PIC 9(3)V99.
           05  CV2-LIM-SAQUE-DIARIO  PIC S9(9)V99.
           05  CV2-TAXA-TED          PIC S9(5)V99.
           05  CV2-TAXA-DOC          PIC S9(5)V99.
           05  CV2-CDI-ATUAL         PIC 9(3)V9(6).
           05  CV2-PROD-CDB-PERC-CDI PIC 9(3)V99.
           05  CV2-TAXA-JUROS-CE     PIC 9(2)V9(6).
           05  CV2-BOL-MULTA-PERC    PIC 9(2)V99.
           05  CV2-BOL-JUROS-DIA     PIC 9(1)V9(4).
           05  CV2-BOL-DESC-PERC     PIC 9(2)V99.
           05  CV2-IOF-DIARIO-PERC   PIC 9(1)V9(6).
           05  CV2-IOF-ADICIONAL-PERC PIC 9(1)V9(4).
           05  CV2-IOF-CAMBIO-PERC   PIC 9(1)V9(4).
           05  CV2-CUSTO-AGENCIA-MES PIC 9(9)V99.
           05  CV2-RETENCAO-CADASTRO PIC 9(2).

       FD  ARQCFGNOVO.
           COPY BANKCFG.

           05  LDN-TRANS-ID          PIC 9(15).
           05  LDN-AGENCIA           PIC 9(4).

       FD  ARQBOLVELHO.
       01  REG-BOL-VELHO.
           05  BOV-NOSSO-NUMERO      PIC 9(11).
           05  BOV-BENEFICIARIO      PIC 9(10).
           05  BOV-PAGADOR-NOME      PIC X(60).
           05  BOV-PAGADOR-CPF       PIC X(14).
           05  BOV-VALOR             PIC S9(13)V99 COMP-3.
           05  BOV-DT-EMISSAO        PIC 9(8).
           05  BOV-DT-VENCTO         PIC 9(8).
           05  BOV-LINHA-DIGITAVEL   PIC X(47).
           05  BOV-SITUACAO          PIC X(1).
           05  BOV-DT-PAGAMENTO      PIC 9(8).
           05  BOV-VALOR-PAGO        PIC S9(13)V99 COMP-3.

       FD  ARQBOLNOVO.
       01  REG-BOL-NOVO.
           05  BON-NOSSO-NUMERO      PIC 9(11).
           05  BON-BENEFICIARIO      PIC 9(10).
           05  BON-PAGADOR-NOME      PIC X(60).
           05  BON-PAGADOR-CPF       PIC X(14).
           05  BON-VALOR             PIC S9(13)V99 COMP-3.
           05  BON-DT-EMISSAO        PIC 9(8).
           05  BON-DT-VENCTO         PIC 9(8).
           05  BON-LINHA-DIGITAVEL   PIC X(47).
           05  BON-SITUACAO          PIC X(1).
           05  BON-DT-PAGAMENTO      PIC 9(8).
           05  BON-VALOR-PAGO        PIC S9(13)V99 COMP-3.
           05  BON-PROTESTO-DIAS     PIC 9(3).
           05  BON-SIT-PROTESTO      PIC X(1).
           05  BON-DT-PROTESTO       PIC 9(8).
           05  BON-PROTOCOLO         PIC X(15).
           05  BON-CUSTAS-CARTORIO   PIC S9(7)V99 COMP-3.

       FD  ARQCXAVELHO.
       01  REG-CXA-VELHO.
           05  CXV-CHAVE.
               10  CXV-AGENCIA       PIC 9(4).
               10  CXV-DATA          PIC 9(8).
               10  CXV-TURNO         PIC 9(1).
           05  CXV-TOTAL-ENTRADAS    PIC S9(13)V99 COMP-3.
           05  CXV-TOTAL-SAIDAS      PIC S9(13)V99 COMP-3.
           05  CXV-QTD-DEPOSITOS     PIC 9(7).
           05  CXV-QTD-SAQUES        PIC 9(7).
           05  CXV-SALDO-ESPERADO    PIC S9(13)V99 COMP-3.

       FD  ARQCXANOVO.
       01  REG-CXA-NOVO.
           05  CXN-CHAVE.
               10  CXN-AGENCIA       PIC 9(4).
               10  CXN-DATA          PIC 9(8).
               10  CXN-TURNO         PIC 9(1).
           05  CXN-TOTAL-ENTRADAS    PIC S9(13)V99 COMP-3.
           05  CXN-TOTAL-SAIDAS      PIC S9(13)V99 COMP-3.
           05  CXN-QTD-DEPOSITOS     PIC 9(7).
           05  CXN-QTD-SAQUES        PIC 9(7).
           05  CXN-SALDO-ESPERADO    PIC S9(13)V99 COMP-3.
           05  CXN-TOTAL-RETIDO      PIC S9(13)V99 COMP-3.
           05  CXN-QTD-RETIDAS       PIC 9(7).

       FD  ARQNTQVELHO.
       01  REG-NTQ-VELHO.
           05  NQV-ID                PIC 9(10).
           05  NQV-CONTA             PIC 9(10).
           05  NQV-EVENTO            PIC X(3).
           05  NQV-CANAL             PIC X(5).
           05  NQV-DESTINO           PIC X(80).
           05  NQV-MENSAGEM          PIC X(80).
           05  NQV-DATA              PIC 9(8).
           05  NQV-HORA              PIC 9(6).
           05  NQV-SITUACAO          PIC X(1).
           05  NQV-TENTATIVAS        PIC 9(1).

       FD  ARQNTQNOVO.
       01  REG-NTQ-NOVO.
           05  NQN-ID                PIC 9(10).
           05  NQN-CONTA             PIC 9(10).
           05  NQN-EVENTO            PIC X(3).
           05  NQN-CANAL             PIC X(5).
           05  NQN-DESTINO           PIC X(80).
           05  NQN-MENSAGEM          PIC X(80).
           05  NQN-DATA              PIC 9(8).
           05  NQN-HORA              PIC 9(6).
           05  NQN-SITUACAO          PIC X(1).
           05  NQN-TENTATIVAS        PIC 9(1).
           05  NQN-CAMPANHA          PIC 9(6).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-VER-CTRL.
               88  FS-VER-EOF       VALUE '10'.
           05  FS-CFGVELHO          PIC XX.
               88  FS-CFV-OK        VALUE '00'.
           05  FS-CFGV2             PIC XX.
               88  FS-CV2-OK        VALUE '00'.
           05  FS-CFGNOVO           PIC XX.
           05  FS-LEDVELHO          PIC XX.
               88  FS-LDV-OK        VALUE '00'.
               88  FS-LDV-NFD       VALUE '35'.
           05  FS-LEDNOVO           PIC XX.
               88  FS-LDN-OK        VALUE '00'.
           05  FS-BOLVELHO          PIC XX.
               88  FS-BOV-EOF       VALUE '10'.
               88  FS-BOV-NFD       VALUE '35'.
           05  FS-BOLNOVO           PIC XX.
               88  FS-BON-OK        VALUE '00'.
           05  FS-CXAVELHO          PIC XX.
               88  FS-CXV-EOF       VALUE '10'.
               88  FS-CXV-NFD       VALUE '35'.
           05  FS-CXANOVO           PIC XX.
               88  FS-CXN-OK        VALUE '00'.
           05  FS-NTQVELHO          PIC XX.
               88  FS-NQV-EOF       VALUE '10'.
               88  FS-NQV-NFD       VALUE '35'.
           05  FS-NTQNOVO           PIC XX.
               88  FS-NQN-OK        VALUE '00'.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
           05  WS-CNV-QTD-GRAVADOS  PIC 9(8).
           05  FS-SONDA             PIC XX.
               88  FS-SND-NFD       VALUE '35'.
           05  WS-VER-NOME-FISICO   PIC X(13).
           05  WS-VER-ARQ-INF       PIC X(12).
           05  WS-VER-NUM-INF       PIC 9(3).
           05  WS-DATA-HOJE         PIC 9(8).
      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-VERSAO.
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Listar versoes carimbadas'
           DISPLAY ' 02. Carimbar versao de um arquivo'
           DISPLAY ' 03. Converter BANKCFG.DAT v1 -> v3'
           DISPLAY ' 04. Converter BANKLEDG.DAT v1 -> v2'
           DISPLAY ' 05. Converter BANKCFG.DAT v2 -> v3'
           DISPLAY ' 06. Converter BANKBOLE.DAT v1 -> v2'
           DISPLAY ' 07. Converter BANKCAIXA.DAT v1 -> v2'
           DISPLAY ' 08. Converter BANKNOTQ.DAT v1 -> v2'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
                   PERFORM 5000-CONVERTER-CFG
               WHEN '04'
                   PERFORM 6000-CONVERTER-LEDGER
               WHEN '05'
                   PERFORM 5500-CONVERTER-CFG-V2
               WHEN '06'
                   PERFORM 6500-CONVERTER-BOLETOS
               WHEN '07'
                   PERFORM 7000-CONVERTER-CAIXA
               WHEN '08'
                   PERFORM 7500-CONVERTER-NOTIFIC
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
           EXIT SECTION.

       2100-SONDAR-ARQUIVO-DADOS.
      *    Nome fisico de 9 posicoes (BANKCAIXA.DAT) nao cabe na
      *    chave de 12 do carimbo: a chave guarda 'BANKCAIXA.DA' e
      *    a sonda completa a extensao.
           MOVE LS-VER-ARQUIVO TO WS-VER-NOME-FISICO
           IF LS-VER-ARQUIVO(10:3) = '.DA'
               MOVE 'T' TO WS-VER-NOME-FISICO(13:1)
           END-IF
           OPEN INPUT ARQSONDA
           IF NOT FS-SND-NFD
               CLOSE ARQSONDA
       5000-CONVERTER-CFG SECTION.
      *================================================================
       5000-INICIO.
      *    v1 -> v3: acrescenta as aliquotas de IOF, o custo por
      *    agencia e os parametros posteriores zerados (os leitores
      *    aplicam os padroes de fabrica enquanto a parametrizacao
      *    nao vier).
           OPEN INPUT ARQCFGVELHO
           IF FS-CFGVELHO NOT = '00'
               DISPLAY 'BANKCFG.DAT INDISPONIVEL'
           MOVE ZEROS TO CFG-IOF-ADICIONAL-PERC
           MOVE ZEROS TO CFG-IOF-CAMBIO-PERC
           MOVE ZEROS TO CFG-CUSTO-AGENCIA-MES
           MOVE ZEROS TO CFG-RETENCAO-CADASTRO
           PERFORM 5600-ZERAR-CAMPOS-V3
           WRITE REG-CONFIG
           CLOSE ARQCFGVELHO ARQCFGNOVO
           MOVE 'BANKCFG.DAT ' TO VER-ARQUIVO
           MOVE 3 TO VER-VERSAO
           MOVE WS-DATA-HOJE TO VER-DT-CARIMBO
           WRITE REG-VERSAO
               INVALID KEY REWRITE REG-VERSAO
               'SUBSTITUI O ORIGINAL APOS CONFERIR'
           EXIT SECTION.

      *================================================================
       5500-CONVERTER-CFG-V2 SECTION.
      *================================================================
       5500-INICIO.
      *    v2 -> v3: preserva os parametros do layout 2 e acrescenta
      *    zerados os da versao 3 (compulsorio, Basileia, prejuizo,
      *    transitoria, favorecidos, contingencia, devolucao de
      *    correspondencia, vendas, campanhas, penetracao, cheque
      *    administrativo, float de cheque, INSS, grupos economicos
      *    e lancamento retroativo).
           OPEN INPUT ARQCFGV2
           IF FS-CFGV2 NOT = '00'
               DISPLAY 'BANKCFG.DAT INDISPONIVEL'
               EXIT SECTION
           END-IF
           READ ARQCFGV2
               AT END CONTINUE
           END-READ
           IF NOT FS-CV2-OK
               DISPLAY 'BANKCFG.DAT VAZIO'
               CLOSE ARQCFGV2
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQCFGNOVO
           INITIALIZE REG-CONFIG
           MOVE CV2-SALDO-MIN-CC TO CFG-SALDO-MIN-CC
           MOVE CV2-LIMITE-MAX TO CFG-LIMITE-MAX
           MOVE CV2-TAXA-MANUT TO CFG-TAXA-MANUT
           MOVE CV2-LIM-SAQUE-DIARIO TO CFG-LIM-SAQUE-DIARIO
           MOVE CV2-TAXA-TED TO CFG-TAXA-TED
           MOVE CV2-TAXA-DOC TO CFG-TAXA-DOC
           MOVE CV2-CDI-ATUAL TO CFG-CDI-ATUAL
           MOVE CV2-PROD-CDB-PERC-CDI TO CFG-PROD-CDB-PERC-CDI
           MOVE CV2-TAXA-JUROS-CE TO CFG-TAXA-JUROS-CE
           MOVE CV2-BOL-MULTA-PERC TO CFG-BOL-MULTA-PERC
           MOVE CV2-BOL-JUROS-DIA TO CFG-BOL-JUROS-DIA
           MOVE CV2-BOL-DESC-PERC TO CFG-BOL-DESC-PERC
           MOVE CV2-IOF-DIARIO-PERC TO CFG-IOF-DIARIO-PERC
           MOVE CV2-IOF-ADICIONAL-PERC TO CFG-IOF-ADICIONAL-PERC
           MOVE CV2-IOF-CAMBIO-PERC TO CFG-IOF-CAMBIO-PERC
           MOVE CV2-CUSTO-AGENCIA-MES TO CFG-CUSTO-AGENCIA-MES
           MOVE CV2-RETENCAO-CADASTRO TO CFG-RETENCAO-CADASTRO
           PERFORM 5600-ZERAR-CAMPOS-V3
           WRITE REG-CONFIG
           CLOSE ARQCFGV2 ARQCFGNOVO
           MOVE 'BANKCFG.DAT ' TO VER-ARQUIVO
           MOVE 3 TO VER-VERSAO
           MOVE WS-DATA-HOJE TO VER-DT-CARIMBO
           WRITE REG-VERSAO
               INVALID KEY REWRITE REG-VERSAO
           END-WRITE
           DISPLAY 'CONVERTIDO PARA BANKCFG.NEW - A OPERACAO '
               'SUBSTITUI O ORIGINAL APOS CONFERIR'
           EXIT SECTION.

       5600-ZERAR-CAMPOS-V3.
      *    Campo zerado faz cada leitor usar o padrao de fabrica.
           MOVE ZEROS TO CFG-COMPULS-VISTA-PERC
           MOVE ZEROS TO CFG-COMPULS-POUP-PERC
           MOVE ZEROS TO CFG-COMPULS-PRAZO-PERC
           MOVE ZEROS TO CFG-BASILEIA-MIN-PERC
           MOVE ZEROS TO CFG-PREJUIZO-DIAS
           MOVE ZEROS TO CFG-SUSPENSO-DIAS
           MOVE ZEROS TO CFG-FAV-CARENCIA-HORAS
           MOVE ZEROS TO CFG-FAV-LIM-CARENCIA
           MOVE ZEROS TO CFG-FAV-LIM-SEM-CADASTRO
           MOVE ZEROS TO CFG-CTG-LIM-SAQUE
           MOVE ZEROS TO CFG-DEV-LIMITE
           MOVE ZEROS TO CFG-VDA-JANELA-ESTORNO
           MOVE ZEROS TO CFG-VDA-VALOR-PONTO
           MOVE ZEROS TO CFG-MKT-MAX-CONTATOS
           MOVE ZEROS TO CFG-MKT-JANELA-DIAS
           MOVE ZEROS TO CFG-PEN-SALDO-OPORT
           MOVE ZEROS TO CFG-CHA-TARIFA
           MOVE ZEROS TO CFG-CHA-CARENCIA-DIAS
           MOVE ZEROS TO CFG-CHA-PRAZO-DIAS
           MOVE ZEROS TO CFG-CHD-FLOAT-LOCAL
           MOVE ZEROS TO CFG-CHD-FLOAT-OUTRA
           MOVE ZEROS TO CFG-BEN-AVISO-DIAS
           MOVE ZEROS TO CFG-GRP-LIMITE-PERC
           MOVE ZEROS TO CFG-LRT-PRAZO-DIAS.

      *================================================================
       6000-CONVERTER-LEDGER SECTION.
      *================================================================
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO CARIMBADO'
           END-IF
           EXIT SECTION.

      *================================================================
       6500-CONVERTER-BOLETOS SECTION.
      *================================================================
       6500-INICIO.
      *    v1 -> v2: boletos ganham a instrucao e a situacao de
      *    protesto em branco (sem protesto); contagem conferida
      *    antes do carimbo.
           MOVE ZEROS TO WS-CNV-QTD-LIDOS WS-CNV-QTD-GRAVADOS
           OPEN INPUT ARQBOLVELHO
           IF FS-BOV-NFD
               DISPLAY 'BANKBOLE.DAT INEXISTENTE'
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQBOLNOVO
           MOVE ZEROS TO BOV-NOSSO-NUMERO
           START ARQBOLVELHO KEY >= BOV-NOSSO-NUMERO
               INVALID KEY MOVE '10' TO FS-BOLVELHO
           END-START
           PERFORM UNTIL FS-BOV-EOF
               READ ARQBOLVELHO NEXT
                   AT END MOVE '10' TO FS-BOLVELHO
               END-READ
               IF NOT FS-BOV-EOF
                   ADD 1 TO WS-CNV-QTD-LIDOS
                   MOVE BOV-NOSSO-NUMERO TO BON-NOSSO-NUMERO
                   MOVE BOV-BENEFICIARIO TO BON-BENEFICIARIO
                   MOVE BOV-PAGADOR-NOME TO BON-PAGADOR-NOME
                   MOVE BOV-PAGADOR-CPF TO BON-PAGADOR-CPF
                   MOVE BOV-VALOR TO BON-VALOR
                   MOVE BOV-DT-EMISSAO TO BON-DT-EMISSAO
                   MOVE BOV-DT-VENCTO TO BON-DT-VENCTO
                   MOVE BOV-LINHA-DIGITAVEL TO BON-LINHA-DIGITAVEL
                   MOVE BOV-SITUACAO TO BON-SITUACAO
                   MOVE BOV-DT-PAGAMENTO TO BON-DT-PAGAMENTO
                   MOVE BOV-VALOR-PAGO TO BON-VALOR-PAGO
                   MOVE ZEROS TO BON-PROTESTO-DIAS
                   MOVE SPACE TO BON-SIT-PROTESTO
                   MOVE ZEROS TO BON-DT-PROTESTO
                   MOVE SPACES TO BON-PROTOCOLO
                   MOVE ZEROS TO BON-CUSTAS-CARTORIO
                   WRITE REG-BOL-NOVO
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-BON-OK
                       ADD 1 TO WS-CNV-QTD-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQBOLVELHO ARQBOLNOVO
           DISPLAY 'LIDOS ' WS-CNV-QTD-LIDOS ' / GRAVADOS '
               WS-CNV-QTD-GRAVADOS
           IF WS-CNV-QTD-LIDOS = WS-CNV-QTD-GRAVADOS
               MOVE 'BANKBOLE.DAT' TO VER-ARQUIVO
               MOVE 2 TO VER-VERSAO
               MOVE WS-DATA-HOJE TO VER-DT-CARIMBO
               WRITE REG-VERSAO
                   INVALID KEY REWRITE REG-VERSAO
               END-WRITE
               DISPLAY 'CONVERTIDO PARA BANKBOLE.NEW - A OPERACAO '
                   'SUBSTITUI O ORIGINAL APOS CONFERIR'
           ELSE
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO CARIMBADO'
           END-IF
           EXIT SECTION.

      *================================================================
       7000-CONVERTER-CAIXA SECTION.
      *================================================================
       7000-INICIO.
      *    v1 -> v2: fechamentos de caixa ganham o total e a
      *    quantidade de depositos retidos zerados.
           MOVE ZEROS TO WS-CNV-QTD-LIDOS WS-CNV-QTD-GRAVADOS
           OPEN INPUT ARQCXAVELHO
           IF FS-CXV-NFD
               DISPLAY 'BANKCAIXA.DAT INEXISTENTE'
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQCXANOVO
           MOVE LOW-VALUES TO CXV-CHAVE
           START ARQCXAVELHO KEY >= CXV-CHAVE
               INVALID KEY MOVE '10' TO FS-CXAVELHO
           END-START
           PERFORM UNTIL FS-CXV-EOF
               READ ARQCXAVELHO NEXT
                   AT END MOVE '10' TO FS-CXAVELHO
               END-READ
               IF NOT FS-CXV-EOF
                   ADD 1 TO WS-CNV-QTD-LIDOS
                   MOVE CXV-CHAVE TO CXN-CHAVE
                   MOVE CXV-TOTAL-ENTRADAS TO CXN-TOTAL-ENTRADAS
                   MOVE CXV-TOTAL-SAIDAS TO CXN-TOTAL-SAIDAS
                   MOVE CXV-QTD-DEPOSITOS TO CXN-QTD-DEPOSITOS
                   MOVE CXV-QTD-SAQUES TO CXN-QTD-SAQUES
                   MOVE CXV-SALDO-ESPERADO TO CXN-SALDO-ESPERADO
                   MOVE ZEROS TO CXN-TOTAL-RETIDO
                   MOVE ZEROS TO CXN-QTD-RETIDAS
                   WRITE REG-CXA-NOVO
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-CXN-OK
                       ADD 1 TO WS-CNV-QTD-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCXAVELHO ARQCXANOVO
           DISPLAY 'LIDOS ' WS-CNV-QTD-LIDOS ' / GRAVADOS '
               WS-CNV-QTD-GRAVADOS
           IF WS-CNV-QTD-LIDOS = WS-CNV-QTD-GRAVADOS
               MOVE 'BANKCAIXA.DA' TO VER-ARQUIVO
               MOVE 2 TO VER-VERSAO
               MOVE WS-DATA-HOJE TO VER-DT-CARIMBO
               WRITE REG-VERSAO
                   INVALID KEY REWRITE REG-VERSAO
               END-WRITE
               DISPLAY 'CONVERTIDO PARA BANKCAIXA.NEW - A OPERACAO '
                   'SUBSTITUI O ORIGINAL APOS CONFERIR'
           ELSE
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO CARIMBADO'
           END-IF
           EXIT SECTION.

      *================================================================
       7500-CONVERTER-NOTIFIC SECTION.
      *================================================================
       7500-INICIO.
      *    v1 -> v2: notificacoes ganham a campanha de origem zerada
      *    (aviso de servico, fora de campanha).
           MOVE ZEROS TO WS-CNV-QTD-LIDOS WS-CNV-QTD-GRAVADOS
           OPEN INPUT ARQNTQVELHO
           IF FS-NQV-NFD
               DISPLAY 'BANKNOTQ.DAT INEXISTENTE'
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQNTQNOVO
           MOVE ZEROS TO NQV-ID
           START ARQNTQVELHO KEY >= NQV-ID
               INVALID KEY MOVE '10' TO FS-NTQVELHO
           END-START
           PERFORM UNTIL FS-NQV-EOF
               READ ARQNTQVELHO NEXT
                   AT END MOVE '10' TO FS-NTQVELHO
               END-READ
               IF NOT FS-NQV-EOF
                   ADD 1 TO WS-CNV-QTD-LIDOS
                   MOVE NQV-ID TO NQN-ID
                   MOVE NQV-CONTA TO NQN-CONTA
                   MOVE NQV-EVENTO TO NQN-EVENTO
                   MOVE NQV-CANAL TO NQN-CANAL
                   MOVE NQV-DESTINO TO NQN-DESTINO
                   MOVE NQV-MENSAGEM TO NQN-MENSAGEM
                   MOVE NQV-DATA TO NQN-DATA
                   MOVE NQV-HORA TO NQN-HORA
                   MOVE NQV-SITUACAO TO NQN-SITUACAO
                   MOVE NQV-TENTATIVAS TO NQN-TENTATIVAS
                   MOVE ZEROS TO NQN-CAMPANHA
                   WRITE REG-NTQ-NOVO
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-NQN-OK
                       ADD 1 TO WS-CNV-QTD-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQNTQVELHO ARQNTQNOVO
           DISPLAY 'LIDOS ' WS-CNV-QTD-LIDOS ' / GRAVADOS '
               WS-CNV-QTD-GRAVADOS
           IF WS-CNV-QTD-LIDOS = WS-CNV-QTD-GRAVADOS
               MOVE 'BANKNOTQ.DAT' TO VER-ARQUIVO
               MOVE 2 TO VER-VERSAO
               MOVE WS-DATA-HOJE TO VER-DT-CARIMBO
               WRITE REG-VERSAO
                   INVALID KEY REWRITE REG-VERSAO
               END-WRITE
               DISPLAY 'CONVERTIDO PARA BANKNOTQ.NEW - A OPERACAO '
                   'SUBSTITUI O ORIGINAL APOS CONFERIR'
           ELSE
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO CARIMBADO'
           END-IF
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
