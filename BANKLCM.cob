      *================================================================
      * BANKLCM.COB - Lancamentos Contabeis Manuais
      * Sistema Bancario COBOL
      * Lancamento manual no razao BANKLEDG.DAT pela contabilidade
      * (ajustes, correcao de provisoes, despesas de fora do nucleo)
      * com dupla custodia: o solicitante registra o lancamento com
      * ate 10 partidas em contas do plano COSIF (BANKCOSI.DAT),
      * debitos iguais aos creditos, data, agencia (dimensao do
      * ESTBAN; 0000 = administracao central) e historico; um
      * SEGUNDO gerente, diferente do solicitante, autentica-se e
      * aprova ou rejeita - mesma fila de confirmacao da
      * administracao de usuarios do BANKADM. Nenhum lancamento
      * entra em competencia ja travada pelo fechamento mensal em
      * BANKPFCH.DAT (conferida no registro, na aprovacao e na
      * postagem). Aprovado com data ate o dia de movimento, o
      * lancamento vai ao razao na hora; com data futura fica
      * aprovado a lancar e o lote diario o posta no dia. As
      * partidas sao casadas debito contra credito em registros do
      * razao com a data e a agencia do lancamento. O estorno e
      * sempre agendado para data futura: automatico (informado no
      * proprio lancamento, tipico de provisao de fim de mes, e
      * aprovado junto com ele) ou solicitado depois sobre um
      * lancamento ja postado, passando pela mesma aprovacao. Cada
      * solicitacao, decisao, postagem e agendamento de estorno vai
      * para a trilha de auditoria BANKAUD.
      * Lancamentos em BANKLCM.DAT; situacoes: P pendente de
      * aprovacao, A aprovado a lancar, L lancado, R rejeitado.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLCM.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLANCMAN ASSIGN TO 'BANKLCM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-ID
               FILE STATUS IS FS-LANCMAN.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCOSIF ASSIGN TO 'BANKCOSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-CONTA
               FILE STATUS IS FS-COSIF.

           SELECT ARQPERIODO ASSIGN TO 'BANKPFCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFC-COMPET
               FILE STATUS IS FS-PERIODO.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQUSUARIOS ASSIGN TO 'BANKUSR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCM-USR-ID
               FILE STATUS IS FS-USUARIOS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    Lancamento manual: cabecalho e ate 10 partidas.
       FD  ARQLANCMAN.
       01  REG-LANCMAN.
           05  LCM-ID                PIC 9(10).
           05  LCM-TIPO              PIC X(1).
               88  LCM-NORMAL        VALUE 'N'.
               88  LCM-ESTORNO       VALUE 'E'.
           05  LCM-DATA-LANC         PIC 9(8).
           05  LCM-AGENCIA           PIC 9(4).
           05  LCM-HISTORICO         PIC X(40).
           05  LCM-ORIGEM-ID         PIC 9(10).
           05  LCM-DT-ESTORNO        PIC 9(8).
           05  LCM-ESTORNO-ID        PIC 9(10).
           05  LCM-SITUACAO          PIC X(1).
               88  LCM-PENDENTE      VALUE 'P'.
               88  LCM-APROVADO      VALUE 'A'.
               88  LCM-LANCADO       VALUE 'L'.
               88  LCM-REJEITADO     VALUE 'R'.
           05  LCM-SOLICITANTE       PIC X(20).
           05  LCM-DT-SOLIC          PIC 9(8).
           05  LCM-HR-SOLIC          PIC 9(6).
           05  LCM-DECISOR           PIC X(20).
           05  LCM-DT-DECISAO        PIC 9(8).
           05  LCM-DT-POSTAGEM       PIC 9(8).
           05  LCM-LED-PRIMEIRO      PIC 9(12).
           05  LCM-LED-ULTIMO        PIC 9(12).
           05  LCM-TOTAL             PIC S9(13)V99 COMP-3.
           05  LCM-QTD-PARTIDAS      PIC 9(2).
           05  LCM-PARTIDA OCCURS 10 TIMES.
               10  LCM-CONTA         PIC X(8).
               10  LCM-NATUREZA      PIC X(1).
               10  LCM-VALOR         PIC S9(13)V99 COMP-3.

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

       FD  ARQCOSIF.
       01  REG-COSIF.
           05  COS-CONTA             PIC X(8).
           05  COS-NOME              PIC X(40).
           05  COS-GRUPO             PIC X(1).

       FD  ARQPERIODO.
       01  REG-PERIODO.
           05  PFC-COMPET            PIC 9(6).
           05  PFC-DT-FECHAMENTO     PIC 9(8).
           05  PFC-OPERADOR          PIC X(20).

       FD  ARQAGENCIA.
           COPY BANKAGEN.

       FD  ARQUSUARIOS.
       01  REG-USUARIO.
           05  LCM-USR-ID            PIC X(20).
           05  LCM-USR-NOME          PIC X(40).
           05  LCM-USR-SENHA-HASH    PIC X(64).
           05  LCM-USR-ROLE          PIC X(1).
               88  LCM-USR-GERENTE   VALUE 'M'.
           05  LCM-USR-STATUS        PIC X(1).
               88  LCM-USR-ATIVO     VALUE 'A'.
           05  LCM-USR-DT-TROCA      PIC 9(8).
           05  LCM-USR-HIST-SENHAS.
               10  LCM-USR-HIST-HASH OCCURS 3 TIMES PIC X(64).
           05  LCM-USR-TENTATIVAS    PIC 9(1).
           05  LCM-USR-DT-ULT-LOGON  PIC 9(8).
           05  LCM-USR-HR-ULT-LOGON  PIC 9(6).
           05  LCM-USR-TROCA-OBRIG   PIC X(1).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-LCM-CTRL.
           05  FS-LANCMAN           PIC XX.
               88  FS-LCM-OK        VALUE '00'.
               88  FS-LCM-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-COSIF             PIC XX.
               88  FS-COS-OK        VALUE '00'.
           05  FS-PERIODO           PIC XX.
               88  FS-PFC-OK        VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-USUARIOS          PIC XX.
               88  FS-USR-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-LANCAMENTO-CTRL.
           05  WS-LCM-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-LCM-PROX-LED      PIC 9(12) VALUE ZEROS.
           05  WS-LCM-ID-INF        PIC 9(10).
           05  WS-LCM-DATA-INF      PIC 9(8).
           05  WS-LCM-DT-EST-INF    PIC 9(8).
           05  WS-LCM-AGENCIA-INF   PIC 9(4).
           05  WS-LCM-CONTA-INF     PIC X(8).
           05  WS-LCM-NATUREZA-INF  PIC X(1).
           05  WS-LCM-VALOR-INF     PIC 9(13)V99.
           05  WS-LCM-IDX           PIC 9(2).
           05  WS-LCM-IDX-D         PIC 9(2).
           05  WS-LCM-IDX-C         PIC 9(2).
           05  WS-LCM-TOT-DEB       PIC S9(13)V99 COMP-3.
           05  WS-LCM-TOT-CRE       PIC S9(13)V99 COMP-3.
           05  WS-LCM-PARCELA       PIC S9(13)V99 COMP-3.
           05  WS-LCM-RESIDUO OCCURS 10 TIMES
                                    PIC S9(13)V99 COMP-3.
           05  WS-LCM-VALIDO        PIC X(1).
               88  LCM-VALIDO       VALUE 'S'.
           05  WS-LCM-FIM-PARTIDAS  PIC X(1).
               88  LCM-FIM-PARTIDAS VALUE 'S'.
           05  WS-LCM-CONFIRMA      PIC X(1).
           05  WS-LCM-DECISAO       PIC X(1).
           05  WS-LCM-SOLICITANTE   PIC X(20).
           05  WS-LCM-DECISOR-INF   PIC X(20).
           05  WS-LCM-AUTORIZADO    PIC X(1).
               88  LCM-AUTORIZADO   VALUE 'S'.
           05  WS-LCM-QTD           PIC 9(5).
           05  WS-LCM-QTD-POSTADOS  PIC 9(5).
           05  WS-LCM-ORIGINAL      PIC X(1000).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-EDIT2          PIC Z(12)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-SENHA-CTRL.
      *    Autenticacao do aprovador: mesmo checksum posicional do
      *    logon (BANKMAIN) e da administracao de usuarios.
           05  WS-LCM-SENHA         PIC X(20).
           05  WS-LCM-HASH-CALC     PIC X(64).
           05  WS-LCM-HASH-ACUM     PIC 9(8) COMP-3.
           05  WS-LCM-HASH-IDX      PIC 9(2) COMP-3.

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

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
           PERFORM 0100-ABRIR-ARQUIVOS
           IF LS-MODO-BATCH
               PERFORM 5000-LANCAR-AGENDADOS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQLANCMAN ARQCOSIF ARQPERIODO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQLANCMAN
           IF FS-LANCMAN = '35'
               OPEN OUTPUT ARQLANCMAN
               CLOSE ARQLANCMAN
               OPEN I-O ARQLANCMAN
           END-IF
           MOVE 9999999999 TO LCM-ID
           START ARQLANCMAN KEY IS <= LCM-ID
           IF FS-LCM-OK
               READ ARQLANCMAN NEXT
               IF FS-LCM-OK
                   MOVE LCM-ID TO WS-LCM-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-LANCMAN
           OPEN INPUT ARQCOSIF
           IF FS-COSIF = '35'
               OPEN OUTPUT ARQCOSIF
               CLOSE ARQCOSIF
               OPEN INPUT ARQCOSIF
           END-IF
           OPEN INPUT ARQPERIODO
           IF FS-PERIODO = '35'
               OPEN OUTPUT ARQPERIODO
               CLOSE ARQPERIODO
               OPEN INPUT ARQPERIODO
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
           DISPLAY ' LANCAMENTOS CONTABEIS MANUAIS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Registrar lancamento manual'
           DISPLAY ' 02. Solicitar estorno de lancamento'
           DISPLAY ' 03. Revisar lancamentos pendentes (2o gerente)'
           DISPLAY ' 04. Consultar lancamento'
           DISPLAY ' 05. Listar pendentes e aprovados a lancar'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 2000-REGISTRAR-LANCAMENTO
                   END-IF
               WHEN '02'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 3000-SOLICITAR-ESTORNO
                   END-IF
               WHEN '03'
                   PERFORM 4000-REVISAR-PENDENTES
               WHEN '04'
                   PERFORM 6000-CONSULTAR-LANCAMENTO
               WHEN '05'
                   PERFORM 6500-LISTAR-EM-ABERTO
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

       1950-IDENTIFICAR-SOLICITANTE.
      *    O solicitante e o operador da sessao; sem sessao (menu
      *    chamado direto), o gerente informa o proprio ID.
           IF LS-OPERADOR NOT = SPACES
               MOVE LS-OPERADOR TO WS-LCM-SOLICITANTE
           ELSE
               DISPLAY 'ID DO SOLICITANTE: '
               ACCEPT WS-LCM-SOLICITANTE
           END-IF.

      *================================================================
       2000-REGISTRAR-LANCAMENTO SECTION.
      *================================================================
       2000-INICIO.
           INITIALIZE REG-LANCMAN
           PERFORM 1950-IDENTIFICAR-SOLICITANTE
           IF WS-LCM-SOLICITANTE = SPACES
               DISPLAY 'SOLICITANTE OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Data do lancamento (AAAAMMDD, 0 = movimento): '
           ACCEPT WS-LCM-DATA-INF
           IF WS-LCM-DATA-INF = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-LCM-DATA-INF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LCM-DATA-INF) NOT = 0
               DISPLAY 'DATA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-LCM-DATA-INF TO LCM-DATA-LANC
           PERFORM 2800-CONFERIR-PERIODO
           IF NOT LCM-VALIDO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Agencia (0000 = administracao central): '
           ACCEPT WS-LCM-AGENCIA-INF
           PERFORM 2100-CONFERIR-AGENCIA
           IF NOT LCM-VALIDO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-LCM-AGENCIA-INF TO LCM-AGENCIA
           DISPLAY 'Historico: '
           ACCEPT LCM-HISTORICO
           IF LCM-HISTORICO = SPACES
               DISPLAY 'HISTORICO OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2200-INFORMAR-PARTIDAS
           IF NOT LCM-VALIDO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Estorno automatico em (AAAAMMDD, 0 = sem): '
           ACCEPT WS-LCM-DT-EST-INF
           IF WS-LCM-DT-EST-INF NOT = ZEROS
               PERFORM 2300-CONFERIR-DATA-ESTORNO
               IF NOT LCM-VALIDO
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-LCM-DT-EST-INF TO LCM-DT-ESTORNO
           MOVE LCM-TOTAL TO WS-VL-EDIT
           DISPLAY 'LANCAMENTO DE ' LCM-DATA-LANC ' AGENCIA '
               LCM-AGENCIA ' - ' LCM-QTD-PARTIDAS ' PARTIDA(S) R$ '
               WS-VL-EDIT
           DISPLAY 'Confirma (S/N)? '
           ACCEPT WS-LCM-CONFIRMA
           IF WS-LCM-CONFIRMA NOT = 'S' AND WS-LCM-CONFIRMA NOT = 's'
               DISPLAY 'LANCAMENTO CANCELADO'
               EXIT SECTION
           END-IF
           MOVE 'N' TO LCM-TIPO
           PERFORM 2900-GRAVAR-SOLICITACAO
           EXIT SECTION.

       2100-CONFERIR-AGENCIA.
           MOVE 'S' TO WS-LCM-VALIDO
           IF WS-LCM-AGENCIA-INF = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQAGENCIA
           MOVE WS-LCM-AGENCIA-INF TO AGE-CODIGO
           READ ARQAGENCIA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-AGE-OK
               DISPLAY 'AGENCIA NAO CADASTRADA'
               MOVE 'N' TO WS-LCM-VALIDO
           END-IF
           CLOSE ARQAGENCIA.

       2200-INFORMAR-PARTIDAS.
      *    Partidas ate conta em branco; cada conta tem de existir
      *    no plano e o total dos debitos fechar com o dos creditos.
           MOVE ZEROS TO LCM-QTD-PARTIDAS WS-LCM-TOT-DEB
                         WS-LCM-TOT-CRE
           MOVE 'N' TO WS-LCM-FIM-PARTIDAS
           DISPLAY 'PARTIDAS (conta em branco encerra):'
           PERFORM 2210-INFORMAR-UMA-PARTIDA
               UNTIL LCM-FIM-PARTIDAS OR LCM-QTD-PARTIDAS = 10
           MOVE 'S' TO WS-LCM-VALIDO
           IF LCM-QTD-PARTIDAS < 2
               DISPLAY 'LANCAMENTO PRECISA DE DEBITO E CREDITO'
               MOVE 'N' TO WS-LCM-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LCM-TOT-DEB TO WS-VL-EDIT
           MOVE WS-LCM-TOT-CRE TO WS-VL-EDIT2
           DISPLAY 'TOTAL DEBITOS: ' WS-VL-EDIT
               ' TOTAL CREDITOS: ' WS-VL-EDIT2
           IF WS-LCM-TOT-DEB NOT = WS-LCM-TOT-CRE
              OR WS-LCM-TOT-DEB = ZEROS
               DISPLAY 'DEBITOS E CREDITOS NAO CONFEREM'
               MOVE 'N' TO WS-LCM-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LCM-TOT-DEB TO LCM-TOTAL.

       2210-INFORMAR-UMA-PARTIDA.
           MOVE SPACES TO WS-LCM-CONTA-INF
           DISPLAY 'Conta COSIF: '
           ACCEPT WS-LCM-CONTA-INF
           IF WS-LCM-CONTA-INF = SPACES
               MOVE 'S' TO WS-LCM-FIM-PARTIDAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LCM-CONTA-INF TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-COS-OK
               DISPLAY 'CONTA FORA DO PLANO COSIF - PARTIDA IGNORADA'
               EXIT PARAGRAPH
           END-IF
           DISPLAY '   ' COS-NOME
           DISPLAY 'Natureza (D-debito / C-credito): '
           ACCEPT WS-LCM-NATUREZA-INF
           IF WS-LCM-NATUREZA-INF = 'd'
               MOVE 'D' TO WS-LCM-NATUREZA-INF
           END-IF
           IF WS-LCM-NATUREZA-INF = 'c'
               MOVE 'C' TO WS-LCM-NATUREZA-INF
           END-IF
           IF WS-LCM-NATUREZA-INF NOT = 'D'
              AND WS-LCM-NATUREZA-INF NOT = 'C'
               DISPLAY 'NATUREZA INVALIDA - PARTIDA IGNORADA'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Valor: '
           ACCEPT WS-LCM-VALOR-INF
           IF WS-LCM-VALOR-INF = ZEROS
               DISPLAY 'VALOR INVALIDO - PARTIDA IGNORADA'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LCM-QTD-PARTIDAS
           MOVE LCM-QTD-PARTIDAS TO WS-LCM-IDX
           MOVE WS-LCM-CONTA-INF TO LCM-CONTA(WS-LCM-IDX)
           MOVE WS-LCM-NATUREZA-INF TO LCM-NATUREZA(WS-LCM-IDX)
           MOVE WS-LCM-VALOR-INF TO LCM-VALOR(WS-LCM-IDX)
           IF WS-LCM-NATUREZA-INF = 'D'
               ADD WS-LCM-VALOR-INF TO WS-LCM-TOT-DEB
           ELSE
               ADD WS-LCM-VALOR-INF TO WS-LCM-TOT-CRE
           END-IF.

       2300-CONFERIR-DATA-ESTORNO.
      *    Estorno so para data futura: depois do movimento aberto e
      *    depois da data do proprio lancamento.
           MOVE 'S' TO WS-LCM-VALIDO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LCM-DT-EST-INF) NOT = 0
               DISPLAY 'DATA DE ESTORNO INVALIDA'
               MOVE 'N' TO WS-LCM-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-LCM-DT-EST-INF <= WS-DATA-MOVIMENTO
              OR WS-LCM-DT-EST-INF <= LCM-DATA-LANC
               DISPLAY 'ESTORNO DEVE SER AGENDADO PARA DATA FUTURA'
               MOVE 'N' TO WS-LCM-VALIDO
           END-IF.

       2800-CONFERIR-PERIODO.
      *    Competencia travada pelo fechamento mensal (BANKFEC) nao
      *    recebe lancamento, nem manual.
           MOVE 'S' TO WS-LCM-VALIDO
           MOVE LCM-DATA-LANC(1:6) TO PFC-COMPET
           READ ARQPERIODO
               INVALID KEY CONTINUE
           END-READ
           IF FS-PFC-OK
               DISPLAY 'COMPETENCIA ' PFC-COMPET ' FECHADA EM '
                   PFC-DT-FECHAMENTO ' - LANCAMENTO NAO PERMITIDO'
               MOVE 'N' TO WS-LCM-VALIDO
           END-IF.

       2900-GRAVAR-SOLICITACAO.
           ADD 1 TO WS-LCM-PROX-ID
           MOVE WS-LCM-PROX-ID TO LCM-ID
           MOVE 'P' TO LCM-SITUACAO
           MOVE WS-LCM-SOLICITANTE TO LCM-SOLICITANTE
           MOVE WS-DATA-HOJE TO LCM-DT-SOLIC
           MOVE FUNCTION CURRENT-DATE(9:6) TO LCM-HR-SOLIC
           WRITE REG-LANCMAN
           IF NOT FS-LCM-OK
               DISPLAY 'ERRO AO REGISTRAR LANCAMENTO: ' FS-LANCMAN
               MOVE 0009 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'LANCAMENTO Nº ' LCM-ID ' REGISTRADO - '
               'AGUARDANDO APROVACAO DE UM SEGUNDO GERENTE'
           MOVE LCM-SOLICITANTE TO WS-AUD-OPERADOR
           MOVE 'SOLICITACAO' TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR
           MOVE 0 TO LS-CODIGO.

      *================================================================
       2700-POSTAR-RAZAO SECTION.
      *================================================================
       2700-INICIO.
      *    Casa as partidas de debito com as de credito, na ordem em
      *    que foram informadas, gerando um registro do razao por
      *    par (com valor parcial quando uma partida cobre varias).
           PERFORM 2800-CONFERIR-PERIODO
           IF NOT LCM-VALIDO
               EXIT SECTION
           END-IF
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE ZEROS TO WS-LCM-PROX-LED
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-LCM-PROX-LED
               END-IF
           END-IF
           PERFORM VARYING WS-LCM-IDX FROM 1 BY 1
                   UNTIL WS-LCM-IDX > LCM-QTD-PARTIDAS
               MOVE LCM-VALOR(WS-LCM-IDX) TO WS-LCM-RESIDUO(WS-LCM-IDX)
           END-PERFORM
           MOVE ZEROS TO LCM-LED-PRIMEIRO LCM-LED-ULTIMO
           MOVE 1 TO WS-LCM-IDX-D WS-LCM-IDX-C
           PERFORM 2710-PROXIMO-DEBITO
           PERFORM 2720-PROXIMO-CREDITO
           PERFORM 2730-GRAVAR-PAR
               UNTIL WS-LCM-IDX-D > LCM-QTD-PARTIDAS
                  OR WS-LCM-IDX-C > LCM-QTD-PARTIDAS
           CLOSE ARQLEDGER
           MOVE 'L' TO LCM-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO LCM-DT-POSTAGEM
           REWRITE REG-LANCMAN
           DISPLAY 'LANCAMENTO ' LCM-ID ' POSTADO NO RAZAO ('
               LCM-LED-PRIMEIRO ' A ' LCM-LED-ULTIMO ')'
           MOVE 'LANCAMENTO' TO WS-AUD-CAMPO
           MOVE 'A' TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR
           EXIT SECTION.

       2710-PROXIMO-DEBITO.
           PERFORM UNTIL WS-LCM-IDX-D > LCM-QTD-PARTIDAS
               IF LCM-NATUREZA(WS-LCM-IDX-D) = 'D'
                  AND WS-LCM-RESIDUO(WS-LCM-IDX-D) > ZEROS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LCM-IDX-D
           END-PERFORM.

       2720-PROXIMO-CREDITO.
           PERFORM UNTIL WS-LCM-IDX-C > LCM-QTD-PARTIDAS
               IF LCM-NATUREZA(WS-LCM-IDX-C) = 'C'
                  AND WS-LCM-RESIDUO(WS-LCM-IDX-C) > ZEROS
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LCM-IDX-C
           END-PERFORM.

       2730-GRAVAR-PAR.
           IF WS-LCM-RESIDUO(WS-LCM-IDX-D) <
              WS-LCM-RESIDUO(WS-LCM-IDX-C)
               MOVE WS-LCM-RESIDUO(WS-LCM-IDX-D) TO WS-LCM-PARCELA
           ELSE
               MOVE WS-LCM-RESIDUO(WS-LCM-IDX-C) TO WS-LCM-PARCELA
           END-IF
           ADD 1 TO WS-LCM-PROX-LED
           MOVE WS-LCM-PROX-LED TO LED-ID
           MOVE LCM-DATA-LANC TO LED-DATA
           MOVE LCM-CONTA(WS-LCM-IDX-D) TO LED-CONTA-DEBITO
           MOVE LCM-CONTA(WS-LCM-IDX-C) TO LED-CONTA-CREDITO
           MOVE WS-LCM-PARCELA TO LED-VALOR
           MOVE SPACES TO LED-HISTORICO
           STRING 'LCM ' DELIMITED SIZE
                  LCM-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  LCM-HISTORICO DELIMITED SIZE
               INTO LED-HISTORICO
           END-STRING
           MOVE ZEROS TO LED-TRANS-ID
           MOVE LCM-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER
           IF LCM-LED-PRIMEIRO = ZEROS
               MOVE LED-ID TO LCM-LED-PRIMEIRO
           END-IF
           MOVE LED-ID TO LCM-LED-ULTIMO
           SUBTRACT WS-LCM-PARCELA FROM WS-LCM-RESIDUO(WS-LCM-IDX-D)
           SUBTRACT WS-LCM-PARCELA FROM WS-LCM-RESIDUO(WS-LCM-IDX-C)
           PERFORM 2710-PROXIMO-DEBITO
           PERFORM 2720-PROXIMO-CREDITO.

      *================================================================
       3000-SOLICITAR-ESTORNO SECTION.
      *================================================================
       3000-INICIO.
      *    Estorno de lancamento ja postado: novo lancamento com as
      *    naturezas invertidas, agendado para data futura e sujeito
      *    a mesma aprovacao.
           PERFORM 1950-IDENTIFICAR-SOLICITANTE
           IF WS-LCM-SOLICITANTE = SPACES
               DISPLAY 'SOLICITANTE OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Nº do lancamento a estornar: '
           ACCEPT WS-LCM-ID-INF
           MOVE WS-LCM-ID-INF TO LCM-ID
           READ ARQLANCMAN
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LCM-OK
               DISPLAY 'LANCAMENTO NAO ENCONTRADO'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT LCM-LANCADO OR NOT LCM-NORMAL
               DISPLAY 'SO LANCAMENTO NORMAL JA POSTADO E ESTORNAVEL'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF LCM-ESTORNO-ID NOT = ZEROS
               DISPLAY 'LANCAMENTO JA TEM ESTORNO: ' LCM-ESTORNO-ID
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Data do estorno (AAAAMMDD): '
           ACCEPT WS-LCM-DT-EST-INF
           PERFORM 2300-CONFERIR-DATA-ESTORNO
           IF NOT LCM-VALIDO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3100-MONTAR-ESTORNO
           PERFORM 2900-GRAVAR-SOLICITACAO
           IF LS-CODIGO = 0
               PERFORM 3200-VINCULAR-ORIGINAL
           END-IF
           EXIT SECTION.

       3100-MONTAR-ESTORNO.
      *    A partir do original em REG-LANCMAN: mesmas contas,
      *    valores e agencia, naturezas invertidas, na data do
      *    estorno.
           MOVE REG-LANCMAN TO WS-LCM-ORIGINAL
           MOVE LCM-ID TO LCM-ORIGEM-ID
           MOVE 'E' TO LCM-TIPO
           MOVE WS-LCM-DT-EST-INF TO LCM-DATA-LANC
           MOVE ZEROS TO LCM-DT-ESTORNO LCM-ESTORNO-ID
                         LCM-DT-DECISAO LCM-DT-POSTAGEM
                         LCM-LED-PRIMEIRO LCM-LED-ULTIMO
           MOVE SPACES TO LCM-DECISOR
           PERFORM VARYING WS-LCM-IDX FROM 1 BY 1
                   UNTIL WS-LCM-IDX > LCM-QTD-PARTIDAS
               IF LCM-NATUREZA(WS-LCM-IDX) = 'D'
                   MOVE 'C' TO LCM-NATUREZA(WS-LCM-IDX)
               ELSE
                   MOVE 'D' TO LCM-NATUREZA(WS-LCM-IDX)
               END-IF
           END-PERFORM.

       3200-VINCULAR-ORIGINAL.
      *    O original passa a apontar para o estorno agendado.
           MOVE LCM-ID TO WS-LCM-ID-INF
           MOVE LCM-ORIGEM-ID TO LCM-ID
           READ ARQLANCMAN
               INVALID KEY CONTINUE
           END-READ
           IF FS-LCM-OK
               MOVE WS-LCM-ID-INF TO LCM-ESTORNO-ID
               REWRITE REG-LANCMAN
           END-IF
           DISPLAY 'ESTORNO AGENDADO PARA ' WS-LCM-DT-EST-INF.

      *================================================================
       4000-REVISAR-PENDENTES SECTION.
      *================================================================
       4000-INICIO.
      *    O segundo gerente (obrigatoriamente diferente do
      *    solicitante) autentica-se e decide cada lancamento; so na
      *    aprovacao o lancamento chega ao razao.
           MOVE ZEROS TO WS-LCM-QTD
           MOVE ZEROS TO LCM-ID
           START ARQLANCMAN KEY >= LCM-ID
               INVALID KEY MOVE '10' TO FS-LANCMAN
           END-START
           PERFORM UNTIL FS-LCM-EOF
               READ ARQLANCMAN NEXT
                   AT END MOVE '10' TO FS-LANCMAN
               END-READ
               IF NOT FS-LCM-EOF
                   IF LCM-PENDENTE
                       ADD 1 TO WS-LCM-QTD
                       MOVE LCM-TOTAL TO WS-VL-EDIT
                       DISPLAY LCM-ID ' ' LCM-TIPO ' ' LCM-DATA-LANC
                           ' AG ' LCM-AGENCIA ' R$ ' WS-VL-EDIT
                           ' SOLICITANTE: ' LCM-SOLICITANTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LANCMAN
           IF WS-LCM-QTD = ZEROS
               DISPLAY 'NENHUM LANCAMENTO PENDENTE'
               EXIT SECTION
           END-IF
           DISPLAY 'Nº do lancamento (0 = voltar): '
           ACCEPT WS-LCM-ID-INF
           IF WS-LCM-ID-INF = ZEROS
               EXIT SECTION
           END-IF
           MOVE WS-LCM-ID-INF TO LCM-ID
           READ ARQLANCMAN
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LCM-OK OR NOT LCM-PENDENTE
               DISPLAY 'LANCAMENTO INEXISTENTE OU JA DECIDIDO'
               EXIT SECTION
           END-IF
           PERFORM 6100-EXIBIR-LANCAMENTO
           PERFORM 4100-AUTENTICAR-SEGUNDO-GERENTE
           IF NOT LCM-AUTORIZADO
               EXIT SECTION
           END-IF
           DISPLAY 'DECISAO (A-APROVAR / R-REJEITAR): '
           ACCEPT WS-LCM-DECISAO
           EVALUATE WS-LCM-DECISAO
               WHEN 'A'
                   PERFORM 4200-APROVAR-LANCAMENTO
               WHEN 'R'
                   PERFORM 4300-REJEITAR-LANCAMENTO
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - NADA FEITO'
           END-EVALUATE
           EXIT SECTION.

       4100-AUTENTICAR-SEGUNDO-GERENTE.
           MOVE 'N' TO WS-LCM-AUTORIZADO
           DISPLAY 'ID DO GERENTE APROVADOR: '
           ACCEPT WS-LCM-DECISOR-INF
           IF WS-LCM-DECISOR-INF = LCM-SOLICITANTE
               DISPLAY 'O APROVADOR DEVE SER DIFERENTE DO '
                   'SOLICITANTE'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUSUARIOS
           MOVE WS-LCM-DECISOR-INF TO LCM-USR-ID
           READ ARQUSUARIOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-USR-OK OR NOT LCM-USR-GERENTE
               DISPLAY 'OPERADOR INVALIDO OU SEM ALCADA DE GERENTE'
               CLOSE ARQUSUARIOS
               EXIT PARAGRAPH
           END-IF
           IF NOT LCM-USR-ATIVO
               DISPLAY 'OPERADOR INATIVO'
               CLOSE ARQUSUARIOS
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SENHA: '
           ACCEPT WS-LCM-SENHA
           PERFORM 4150-CALCULAR-HASH-SENHA
           IF WS-LCM-HASH-CALC = LCM-USR-SENHA-HASH
               MOVE 'S' TO WS-LCM-AUTORIZADO
           ELSE
               DISPLAY 'SENHA INVALIDA'
           END-IF
           CLOSE ARQUSUARIOS.

       4150-CALCULAR-HASH-SENHA.
           MOVE ZEROS TO WS-LCM-HASH-ACUM
           PERFORM VARYING WS-LCM-HASH-IDX FROM 1 BY 1
                   UNTIL WS-LCM-HASH-IDX > 20
               COMPUTE WS-LCM-HASH-ACUM = WS-LCM-HASH-ACUM +
                   (FUNCTION ORD(WS-LCM-SENHA(WS-LCM-HASH-IDX:1)) *
                    WS-LCM-HASH-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LCM-HASH-CALC
           MOVE WS-LCM-HASH-ACUM TO WS-LCM-HASH-CALC(1:8).

       4200-APROVAR-LANCAMENTO.
      *    Periodo conferido de novo: a competencia pode ter sido
      *    travada entre a solicitacao e a aprovacao.
           PERFORM 2800-CONFERIR-PERIODO
           IF NOT LCM-VALIDO
               DISPLAY 'LANCAMENTO CONTINUA PENDENTE - REJEITE OU '
                   'REGISTRE OUTRO COM DATA EM PERIODO ABERTO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO LCM-SITUACAO
           MOVE WS-LCM-DECISOR-INF TO LCM-DECISOR
           MOVE WS-DATA-HOJE TO LCM-DT-DECISAO
           REWRITE REG-LANCMAN
           MOVE WS-LCM-DECISOR-INF TO WS-AUD-OPERADOR
           MOVE 'APROVACAO' TO WS-AUD-CAMPO
           MOVE 'P' TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR
           IF LCM-DT-ESTORNO NOT = ZEROS
               PERFORM 4250-AGENDAR-ESTORNO-AUTOMATICO
           END-IF
           IF LCM-DATA-LANC <= WS-DATA-MOVIMENTO
               PERFORM 2700-POSTAR-RAZAO
           ELSE
               DISPLAY 'LANCAMENTO APROVADO - SERA POSTADO EM '
                   LCM-DATA-LANC
           END-IF.

       4250-AGENDAR-ESTORNO-AUTOMATICO.
      *    O estorno automatico foi aprovado junto com o original:
      *    nasce aprovado, a lancar na data agendada.
           MOVE LCM-DT-ESTORNO TO WS-LCM-DT-EST-INF
           PERFORM 3100-MONTAR-ESTORNO
           ADD 1 TO WS-LCM-PROX-ID
           MOVE WS-LCM-PROX-ID TO LCM-ID
           MOVE 'A' TO LCM-SITUACAO
           MOVE WS-LCM-DECISOR-INF TO LCM-DECISOR
           MOVE WS-DATA-HOJE TO LCM-DT-DECISAO
           WRITE REG-LANCMAN
           IF FS-LCM-OK
               MOVE 'ESTORNO AGENDADO' TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-ANTES
               PERFORM 7000-AUDITAR
               PERFORM 3200-VINCULAR-ORIGINAL
           ELSE
               DISPLAY 'ERRO AO AGENDAR ESTORNO: ' FS-LANCMAN
               MOVE WS-LCM-ORIGINAL TO REG-LANCMAN
           END-IF.

       4300-REJEITAR-LANCAMENTO.
           MOVE 'R' TO LCM-SITUACAO
           MOVE WS-LCM-DECISOR-INF TO LCM-DECISOR
           MOVE WS-DATA-HOJE TO LCM-DT-DECISAO
           REWRITE REG-LANCMAN
           DISPLAY 'LANCAMENTO REJEITADO'
           MOVE WS-LCM-DECISOR-INF TO WS-AUD-OPERADOR
           MOVE 'REJEICAO' TO WS-AUD-CAMPO
           MOVE 'P' TO WS-AUD-ANTES
           PERFORM 7000-AUDITAR
      *    Estorno rejeitado libera o original para nova solicitacao.
           IF LCM-ESTORNO
               MOVE LCM-ORIGEM-ID TO LCM-ID
               READ ARQLANCMAN
                   INVALID KEY CONTINUE
               END-READ
               IF FS-LCM-OK
                   MOVE ZEROS TO LCM-ESTORNO-ID
                   REWRITE REG-LANCMAN
               END-IF
           END-IF.

      *================================================================
       5000-LANCAR-AGENDADOS SECTION.
      *================================================================
       5000-INICIO.
      *    Lote diario: posta os lancamentos aprovados (inclusive os
      *    estornos agendados) cuja data chegou.
           DISPLAY '--- LANCAMENTOS MANUAIS AGENDADOS ---'
           MOVE ZEROS TO WS-LCM-QTD-POSTADOS
           MOVE 'BATCH' TO WS-AUD-OPERADOR
           MOVE ZEROS TO LCM-ID
           START ARQLANCMAN KEY >= LCM-ID
               INVALID KEY MOVE '10' TO FS-LANCMAN
           END-START
           PERFORM UNTIL FS-LCM-EOF
               READ ARQLANCMAN NEXT
                   AT END MOVE '10' TO FS-LANCMAN
               END-READ
               IF NOT FS-LCM-EOF
                   IF LCM-APROVADO
                      AND LCM-DATA-LANC <= WS-DATA-MOVIMENTO
                       PERFORM 2700-POSTAR-RAZAO
                       IF LCM-LANCADO
                           ADD 1 TO WS-LCM-QTD-POSTADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LANCMAN
           DISPLAY 'LANCAMENTOS POSTADOS: ' WS-LCM-QTD-POSTADOS
           EXIT SECTION.

      *================================================================
       6000-CONSULTAR-LANCAMENTO SECTION.
      *================================================================
       6000-INICIO.
           DISPLAY 'Nº do lancamento: '
           ACCEPT WS-LCM-ID-INF
           MOVE WS-LCM-ID-INF TO LCM-ID
           READ ARQLANCMAN
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LCM-OK
               DISPLAY 'LANCAMENTO NAO ENCONTRADO'
               EXIT SECTION
           END-IF
           PERFORM 6100-EXIBIR-LANCAMENTO
           EXIT SECTION.

       6100-EXIBIR-LANCAMENTO.
           DISPLAY 'LANCAMENTO ' LCM-ID ' TIPO ' LCM-TIPO
               ' SITUACAO ' LCM-SITUACAO
           DISPLAY 'DATA ' LCM-DATA-LANC ' AGENCIA ' LCM-AGENCIA
               ' ' LCM-HISTORICO
           DISPLAY 'SOLICITANTE ' LCM-SOLICITANTE ' EM '
               LCM-DT-SOLIC ' DECISOR ' LCM-DECISOR
           IF LCM-ORIGEM-ID NOT = ZEROS
               DISPLAY 'ESTORNO DO LANCAMENTO ' LCM-ORIGEM-ID
           END-IF
           IF LCM-ESTORNO-ID NOT = ZEROS
               DISPLAY 'ESTORNADO PELO LANCAMENTO ' LCM-ESTORNO-ID
           ELSE
               IF LCM-DT-ESTORNO NOT = ZEROS
                   DISPLAY 'ESTORNO AUTOMATICO EM ' LCM-DT-ESTORNO
               END-IF
           END-IF
           IF LCM-LANCADO
               DISPLAY 'RAZAO ' LCM-LED-PRIMEIRO ' A '
                   LCM-LED-ULTIMO ' POSTADO EM ' LCM-DT-POSTAGEM
           END-IF
           PERFORM VARYING WS-LCM-IDX FROM 1 BY 1
                   UNTIL WS-LCM-IDX > LCM-QTD-PARTIDAS
               MOVE LCM-VALOR(WS-LCM-IDX) TO WS-VL-EDIT
               DISPLAY '   ' LCM-NATUREZA(WS-LCM-IDX) ' '
                   LCM-CONTA(WS-LCM-IDX) ' ' WS-VL-EDIT
           END-PERFORM.

      *================================================================
       6500-LISTAR-EM-ABERTO SECTION.
      *================================================================
       6500-INICIO.
           MOVE ZEROS TO WS-LCM-QTD
           MOVE ZEROS TO LCM-ID
           START ARQLANCMAN KEY >= LCM-ID
               INVALID KEY MOVE '10' TO FS-LANCMAN
           END-START
           PERFORM UNTIL FS-LCM-EOF
               READ ARQLANCMAN NEXT
                   AT END MOVE '10' TO FS-LANCMAN
               END-READ
               IF NOT FS-LCM-EOF
                   IF LCM-PENDENTE OR LCM-APROVADO
                       ADD 1 TO WS-LCM-QTD
                       MOVE LCM-TOTAL TO WS-VL-EDIT
                       DISPLAY LCM-ID ' ' LCM-SITUACAO ' ' LCM-TIPO
                           ' ' LCM-DATA-LANC ' AG ' LCM-AGENCIA
                           ' R$ ' WS-VL-EDIT ' ' LCM-HISTORICO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LANCMAN
           DISPLAY 'LANCAMENTOS EM ABERTO: ' WS-LCM-QTD
           EXIT SECTION.

      *================================================================
       7000-AUDITAR SECTION.
      *================================================================
       7000-INICIO.
      *    Operador e campo carregados pelo chamador; a imagem
      *    posterior leva situacao, tipo, data e valor.
           MOVE 'BANKLCM.DAT' TO WS-AUD-ARQUIVO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE LCM-ID TO WS-AUD-CHAVE(1:10)
           MOVE LCM-TOTAL TO WS-VL-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING LCM-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  LCM-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  LCM-DATA-LANC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
