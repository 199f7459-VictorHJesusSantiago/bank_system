      *================================================================
      * BANKOFN.COB - Open Finance - Compartilhamento de Dados
      * Sistema Bancario COBOL
      * Registro dos consentimentos de compartilhamento que o
      * cliente da a outras instituicoes (BANKOFC.DAT), separado dos
      * consentimentos de tratamento LGPD de BANKLGPD.DAT: cada
      * consentimento tem a instituicao receptora, os grupos de
      * dados cobertos (contas, saldos, transacoes, emprestimos,
      * cartoes de credito e investimentos), o historico autorizado,
      * a data de expiracao e a revogacao. O lote diario gera, para
      * cada consentimento ativo, a exportacao BANKOFN.OUT limitada
      * aos grupos e ao periodo autorizados, lida de BANKACCT,
      * BANKTRAN, BANKEMPR, BANKCCRD e BANKINV; transacoes vao de
      * forma incremental desde a ultima entrega. Toda entrega fica
      * registrada por grupo em BANKOFE.DAT, que o cliente consulta
      * na visao 360 (BANKC360). Consentimento vencido passa a
      * expirado no proprio lote e nao recebe mais dados.
      * Layout de BANKOFN.OUT (uma linha por registro, tipo na
      * frente): H cabecalho do consentimento, CTA conta, SLD saldo,
      * TRN transacao, EMP contrato, CRT cartao, INV posicao e
      * T trailer com a quantidade de linhas do consentimento.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOFN.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFN-CLI-ID
               ALTERNATE RECORD KEY IS OFN-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFN-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFN-TRANS-ID
               ALTERNATE RECORD KEY IS OFN-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OFN-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ID
               ALTERNATE RECORD KEY IS INV-CONTA WITH DUPLICATES
               FILE STATUS IS FS-INVEST.

           SELECT ARQCONSENT ASSIGN TO 'BANKOFC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-ID
               ALTERNATE RECORD KEY IS OFC-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CONSENT.

           SELECT ARQENTREGA ASSIGN TO 'BANKOFE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-ID
               ALTERNATE RECORD KEY IS OFE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-ENTREGA.

           SELECT ARQEXPORT ASSIGN TO 'BANKOFN.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  OFN-CLI-ID            PIC 9(10).
           05  OFN-CLI-NOME          PIC X(60).
           05  OFN-CLI-CPF           PIC X(14).
           05  OFN-CLI-RG            PIC X(15).
           05  OFN-CLI-DT-NASC       PIC 9(8).
           05  OFN-CLI-SEXO          PIC X(1).
           05  OFN-CLI-ESTADO-CIVIL  PIC X(2).
           05  OFN-CLI-PROFISSAO     PIC X(40).
           05  OFN-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  OFN-CLI-PERFIL-RISCO  PIC X(1).
           05  OFN-CLI-ENDERECO      PIC X(190).
           05  OFN-CLI-STATUS        PIC X(1).
           05  OFN-CLI-SCORE         PIC 9(4).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  OFN-CONTA-NUM         PIC 9(10).
           05  OFN-CONTA-AGENCIA     PIC 9(4).
           05  OFN-CONTA-DIGITO      PIC 9(1).
           05  OFN-CONTA-TIPO        PIC X(2).
           05  OFN-CONTA-STATUS      PIC X(1).
           05  OFN-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  OFN-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  OFN-CONTA-TITULAR     PIC X(60).
           05  OFN-CONTA-CPF         PIC X(11).
           05  OFN-CONTA-EMAIL       PIC X(80).
           05  OFN-CONTA-TELEFONE    PIC X(15).
           05  OFN-CONTA-DT-ABERTURA PIC 9(8).
           05  OFN-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  OFN-CONTA-SENHA-HASH  PIC X(64).
           05  OFN-CONTA-COTIT-NOME  PIC X(60).
           05  OFN-CONTA-COTIT-CPF   PIC X(11).
           05  OFN-CONTA-CLI-ID      PIC 9(10).
           05  OFN-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  OFN-TRANS-ID          PIC 9(15).
           05  OFN-TRANS-CONTA-ORG   PIC 9(10).
           05  OFN-TRANS-CONTA-DEST  PIC 9(10).
           05  OFN-TRANS-TIPO        PIC X(3).
           05  OFN-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  OFN-TRANS-DATA        PIC 9(8).
           05  OFN-TRANS-HORA        PIC 9(6).
           05  OFN-TRANS-DESCRICAO   PIC X(100).
           05  OFN-TRANS-STATUS      PIC X(1).
           05  OFN-TRANS-NSU         PIC 9(12).
           05  OFN-TRANS-CANAL       PIC X(10).
           05  OFN-TRANS-MOEDA       PIC X(3).

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
           05  CCR-DT-EMISSAO        PIC 9(8).

       FD  ARQINVEST.
       01  REG-INVEST.
           05  INV-ID                PIC 9(10).
           05  INV-CONTA             PIC 9(10).
           05  INV-PRODUTO           PIC X(30).
           05  INV-TIPO              PIC X(3).
           05  INV-VALOR-APORT       PIC S9(13)V99 COMP-3.
           05  INV-VALOR-ATUAL       PIC S9(13)V99 COMP-3.
           05  INV-TAXA              PIC S9(5)V9(6) COMP-3.
           05  INV-DT-INICIO         PIC 9(8).
           05  INV-DT-VENCTO         PIC 9(8).
           05  INV-RENTABILIDADE     PIC S9(5)V99 COMP-3.
           05  INV-STATUS            PIC X(1).
               88  INV-STATUS-ATIVO  VALUE 'A'.

      *    Consentimento de compartilhamento: um por instituicao
      *    receptora, com um indicador S/N por grupo de dados.
       FD  ARQCONSENT.
       01  REG-CONSENT-OFN.
           05  OFC-ID                PIC 9(10).
           05  OFC-CLI-ID            PIC 9(10).
           05  OFC-INSTITUICAO       PIC X(40).
           05  OFC-INST-CNPJ         PIC X(14).
           05  OFC-GRUPOS.
               10  OFC-GRP-CONTAS    PIC X(1).
                   88  OFC-COMPARTILHA-CONTAS  VALUE 'S'.
               10  OFC-GRP-SALDOS    PIC X(1).
                   88  OFC-COMPARTILHA-SALDOS  VALUE 'S'.
               10  OFC-GRP-TRANSACOES PIC X(1).
                   88  OFC-COMPARTILHA-TRANS   VALUE 'S'.
               10  OFC-GRP-EMPRESTIMOS PIC X(1).
                   88  OFC-COMPARTILHA-EMPR    VALUE 'S'.
               10  OFC-GRP-CARTOES   PIC X(1).
                   88  OFC-COMPARTILHA-CARTOES VALUE 'S'.
               10  OFC-GRP-INVEST    PIC X(1).
                   88  OFC-COMPARTILHA-INVEST  VALUE 'S'.
           05  OFC-GRUPOS-R REDEFINES OFC-GRUPOS.
               10  OFC-GRP           PIC X(1) OCCURS 6 TIMES.
           05  OFC-DT-CONSENTIMENTO  PIC 9(8).
           05  OFC-DT-HIST-INICIO    PIC 9(8).
           05  OFC-DT-EXPIRACAO      PIC 9(8).
           05  OFC-DT-REVOGACAO      PIC 9(8).
           05  OFC-DT-ULT-ENTREGA    PIC 9(8).
           05  OFC-STATUS            PIC X(1).
               88  OFC-ATIVO         VALUE 'A'.
               88  OFC-REVOGADO      VALUE 'R'.
               88  OFC-EXPIRADO      VALUE 'E'.
           05  OFC-CANAL             PIC X(10).
           05  OFC-OPERADOR          PIC X(20).

      *    Registro de entregas: uma linha por grupo entregue.
       FD  ARQENTREGA.
       01  REG-ENTREGA-OFN.
           05  OFE-ID                PIC 9(10).
           05  OFE-CLI-ID            PIC 9(10).
           05  OFE-CONSENT-ID        PIC 9(10).
           05  OFE-INSTITUICAO       PIC X(40).
           05  OFE-GRUPO             PIC X(12).
           05  OFE-QTD-REGISTROS     PIC 9(7).
           05  OFE-PER-INICIO        PIC 9(8).
           05  OFE-PER-FIM           PIC 9(8).
           05  OFE-DATA              PIC 9(8).
           05  OFE-HORA              PIC 9(6).

       FD  ARQEXPORT.
       01  REG-EXPORT                PIC X(200).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-OFN-CTRL.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
               88  FS-INV-EOF       VALUE '10'.
           05  FS-CONSENT           PIC XX.
               88  FS-OFC-OK        VALUE '00'.
               88  FS-OFC-EOF       VALUE '10'.
           05  FS-ENTREGA           PIC XX.
               88  FS-OFE-OK        VALUE '00'.
               88  FS-OFE-EOF       VALUE '10'.
           05  FS-EXPORT            PIC XX.
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

       01  WS-CONSENT-CTRL.
           05  WS-OFC-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-OFE-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-OFC-ID-INF        PIC 9(10).
           05  WS-OFC-CLI-INF       PIC 9(10).
           05  WS-OFC-QTD-LISTA     PIC 9(6).
           05  WS-OFC-QTD-GRUPOS    PIC 9(1).
           05  WS-OFC-I             PIC 9(1).
           05  WS-OFC-INT-DATA      PIC S9(9) COMP-3.
           05  WS-OFC-DATA-MAX      PIC 9(8).
      *    Validade maxima do consentimento, em dias corridos.
           05  WS-OFC-PRAZO-MAX     PIC 9(3) COMP-3 VALUE 365.

       01  WS-EXPORT-CTRL.
      *    Contas do cliente carregadas uma vez por consentimento.
           05  WS-EXP-CONTAS        OCCURS 10 TIMES PIC 9(10).
           05  WS-EXP-QTD-CONTAS    PIC 9(2).
           05  WS-EXP-I             PIC 9(2).
           05  WS-EXP-PER-INICIO    PIC 9(8).
           05  WS-EXP-QTD-GRUPO     PIC 9(7).
           05  WS-EXP-QTD-LINHAS    PIC 9(7).
           05  WS-EXP-QTD-CONSENT   PIC 9(6).
           05  WS-EXP-QTD-EXPIRADOS PIC 9(6).
           05  WS-EXP-NOME-GRUPO    PIC X(12).
           05  WS-EXP-LINHA         PIC X(200).
           05  WS-EXP-TEM-EMPREST   PIC X(1).
               88  EXP-TEM-EMPREST  VALUE 'S'.
           05  WS-EXP-TEM-CARTCR    PIC X(1).
               88  EXP-TEM-CARTCR   VALUE 'S'.
           05  WS-EXP-TEM-INVEST    PIC X(1).
               88  EXP-TEM-INVEST   VALUE 'S'.

       01  WS-GERAL-CTRL.
           05  WS-VL-EDIT           PIC Z(11)9,99-.
           05  WS-VL-EDIT2          PIC Z(11)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

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
           OPEN INPUT ARQCLIENTE ARQCONTAS ARQTRANS
           PERFORM 0100-ABRIR-ARQCONSENT
           PERFORM 0105-ABRIR-ARQENTREGA
           PERFORM 0120-SEED-PROXIMOS-IDS
           IF LS-MODO-BATCH
               PERFORM 4000-GERAR-EXPORTACAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCLIENTE ARQCONTAS ARQTRANS ARQCONSENT ARQENTREGA
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQCONSENT.
           OPEN I-O ARQCONSENT
           IF FS-CONSENT = '35'
               OPEN OUTPUT ARQCONSENT
               CLOSE ARQCONSENT
               OPEN I-O ARQCONSENT
           END-IF.

       0105-ABRIR-ARQENTREGA.
           OPEN I-O ARQENTREGA
           IF FS-ENTREGA = '35'
               OPEN OUTPUT ARQENTREGA
               CLOSE ARQENTREGA
               OPEN I-O ARQENTREGA
           END-IF.

       0120-SEED-PROXIMOS-IDS.
           MOVE 9999999999 TO OFC-ID
           START ARQCONSENT KEY IS <= OFC-ID
               INVALID KEY MOVE '10' TO FS-CONSENT
           END-START
           IF FS-OFC-OK
               READ ARQCONSENT NEXT
                   AT END MOVE '10' TO FS-CONSENT
               END-READ
               IF FS-OFC-OK
                   MOVE OFC-ID TO WS-OFC-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-CONSENT
           MOVE 9999999999 TO OFE-ID
           START ARQENTREGA KEY IS <= OFE-ID
               INVALID KEY MOVE '10' TO FS-ENTREGA
           END-START
           IF FS-OFE-OK
               READ ARQENTREGA NEXT
                   AT END MOVE '10' TO FS-ENTREGA
               END-READ
               IF FS-OFE-OK
                   MOVE OFE-ID TO WS-OFE-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-ENTREGA.

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
           DISPLAY ' OPEN FINANCE - COMPARTILHAMENTO DE DADOS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Registrar consentimento'
           DISPLAY ' 02. Revogar consentimento'
           DISPLAY ' 03. Consentimentos do cliente'
           DISPLAY ' 04. Gerar exportacao do dia (BANKOFN.OUT)'
           DISPLAY ' 05. Entregas de dados ao cliente'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '02' OR '04'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-REGISTRAR-CONSENTIMENTO
               WHEN '02'
                   PERFORM 2100-REVOGAR-CONSENTIMENTO
               WHEN '03'
                   PERFORM 2200-LISTAR-CONSENTIMENTOS
               WHEN '04'
                   PERFORM 4000-GERAR-EXPORTACAO
               WHEN '05'
                   PERFORM 3000-ENTREGAS-DO-CLIENTE
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

      *================================================================
       2000-REGISTRAR-CONSENTIMENTO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- NOVO CONSENTIMENTO DE COMPARTILHAMENTO ---'
           INITIALIZE REG-CONSENT-OFN
           DISPLAY 'ID do cliente: '
           ACCEPT WS-OFC-CLI-INF
           MOVE WS-OFC-CLI-INF TO OFN-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               DISPLAY 'CLIENTE NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-OFC-CLI-INF TO OFC-CLI-ID
           DISPLAY 'Instituicao receptora: '
           ACCEPT OFC-INSTITUICAO
           DISPLAY 'CNPJ da instituicao receptora (14 digitos): '
           ACCEPT OFC-INST-CNPJ
           IF OFC-INSTITUICAO = SPACES OR OFC-INST-CNPJ NOT NUMERIC
               DISPLAY 'INSTITUICAO RECEPTORA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Grupos de dados autorizados (S/N):'
           DISPLAY '  Cadastro de contas: '
           ACCEPT OFC-GRP-CONTAS
           DISPLAY '  Saldos: '
           ACCEPT OFC-GRP-SALDOS
           DISPLAY '  Transacoes: '
           ACCEPT OFC-GRP-TRANSACOES
           DISPLAY '  Emprestimos: '
           ACCEPT OFC-GRP-EMPRESTIMOS
           DISPLAY '  Cartoes de credito: '
           ACCEPT OFC-GRP-CARTOES
           DISPLAY '  Investimentos: '
           ACCEPT OFC-GRP-INVEST
           MOVE ZEROS TO WS-OFC-QTD-GRUPOS
           PERFORM VARYING WS-OFC-I FROM 1 BY 1 UNTIL WS-OFC-I > 6
               IF OFC-GRP(WS-OFC-I) = 'S'
                   ADD 1 TO WS-OFC-QTD-GRUPOS
               ELSE
                   MOVE 'N' TO OFC-GRP(WS-OFC-I)
               END-IF
           END-PERFORM
           IF WS-OFC-QTD-GRUPOS = ZEROS
               DISPLAY 'NENHUM GRUPO DE DADOS AUTORIZADO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Validade limitada a um ano; o historico de transacoes
      *    autorizado nao pode comecar depois do consentimento.
           COMPUTE WS-OFC-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               + WS-OFC-PRAZO-MAX
           COMPUTE WS-OFC-DATA-MAX =
               FUNCTION DATE-OF-INTEGER(WS-OFC-INT-DATA)
           DISPLAY 'Data de expiracao (AAAAMMDD): '
           ACCEPT OFC-DT-EXPIRACAO
           IF OFC-DT-EXPIRACAO NOT NUMERIC
              OR OFC-DT-EXPIRACAO <= WS-DATA-MOVIMENTO
              OR OFC-DT-EXPIRACAO > WS-OFC-DATA-MAX
               DISPLAY 'EXPIRACAO INVALIDA - ENTRE AMANHA E '
                   WS-OFC-DATA-MAX
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF OFC-COMPARTILHA-TRANS
               DISPLAY 'Historico de transacoes desde (AAAAMMDD): '
               ACCEPT OFC-DT-HIST-INICIO
               IF OFC-DT-HIST-INICIO NOT NUMERIC
                  OR OFC-DT-HIST-INICIO = ZEROS
                  OR OFC-DT-HIST-INICIO > WS-DATA-MOVIMENTO
                   DISPLAY 'INICIO DO HISTORICO INVALIDO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           ELSE
               MOVE WS-DATA-MOVIMENTO TO OFC-DT-HIST-INICIO
           END-IF
           DISPLAY 'Canal (APP/INTERNET/AGENCIA): '
           ACCEPT OFC-CANAL
           ADD 1 TO WS-OFC-PROX-ID
           MOVE WS-OFC-PROX-ID TO OFC-ID
           MOVE WS-DATA-MOVIMENTO TO OFC-DT-CONSENTIMENTO
           MOVE ZEROS TO OFC-DT-REVOGACAO OFC-DT-ULT-ENTREGA
           MOVE 'A' TO OFC-STATUS
           MOVE LS-OPERADOR TO OFC-OPERADOR
           WRITE REG-CONSENT-OFN
           IF NOT FS-OFC-OK
               DISPLAY 'ERRO AO GRAVAR CONSENTIMENTO: ' FS-CONSENT
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CONSENTIMENTO ' OFC-ID ' REGISTRADO - VALIDO ATE '
               OFC-DT-EXPIRACAO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       2100-REVOGAR-CONSENTIMENTO SECTION.
      *================================================================
       2100-INICIO.
           DISPLAY 'ID do consentimento: '
           ACCEPT WS-OFC-ID-INF
           MOVE WS-OFC-ID-INF TO OFC-ID
           READ ARQCONSENT
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-OFC-OK
               DISPLAY 'CONSENTIMENTO NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT OFC-ATIVO
               DISPLAY 'CONSENTIMENTO NAO ESTA ATIVO (SIT '
                   OFC-STATUS ')'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Revogacao vale de imediato: a exportacao seguinte ja nao
      *    entrega dados a instituicao receptora.
           MOVE 'R' TO OFC-STATUS
           MOVE WS-DATA-MOVIMENTO TO OFC-DT-REVOGACAO
           MOVE LS-OPERADOR TO OFC-OPERADOR
           REWRITE REG-CONSENT-OFN
           DISPLAY 'CONSENTIMENTO ' OFC-ID ' REVOGADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       2200-LISTAR-CONSENTIMENTOS SECTION.
      *================================================================
       2200-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-OFC-CLI-INF
           MOVE ZEROS TO WS-OFC-QTD-LISTA
           MOVE WS-OFC-CLI-INF TO OFC-CLI-ID
           START ARQCONSENT KEY IS = OFC-CLI-ID
               INVALID KEY MOVE '10' TO FS-CONSENT
           END-START
           PERFORM UNTIL FS-OFC-EOF
               READ ARQCONSENT NEXT
                   AT END MOVE '10' TO FS-CONSENT
               END-READ
               IF NOT FS-OFC-EOF
                   IF OFC-CLI-ID NOT = WS-OFC-CLI-INF
                       MOVE '10' TO FS-CONSENT
                   ELSE
                       PERFORM 2250-EXIBIR-CONSENTIMENTO
                       ADD 1 TO WS-OFC-QTD-LISTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONSENT
           DISPLAY 'TOTAL: ' WS-OFC-QTD-LISTA ' CONSENTIMENTO(S)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2250-EXIBIR-CONSENTIMENTO.
           DISPLAY OFC-ID ' ' OFC-INSTITUICAO ' SIT ' OFC-STATUS
           DISPLAY '   CONTAS ' OFC-GRP-CONTAS
               ' SALDOS ' OFC-GRP-SALDOS
               ' TRANS ' OFC-GRP-TRANSACOES
               ' EMPREST ' OFC-GRP-EMPRESTIMOS
               ' CARTOES ' OFC-GRP-CARTOES
               ' INVEST ' OFC-GRP-INVEST
           DISPLAY '   EM ' OFC-DT-CONSENTIMENTO
               ' EXPIRA ' OFC-DT-EXPIRACAO
               ' HISTORICO DESDE ' OFC-DT-HIST-INICIO
           DISPLAY '   ULTIMA ENTREGA ' OFC-DT-ULT-ENTREGA
               ' REVOGADO EM ' OFC-DT-REVOGACAO.

      *================================================================
       3000-ENTREGAS-DO-CLIENTE SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-OFC-CLI-INF
           MOVE ZEROS TO WS-OFC-QTD-LISTA
           MOVE WS-OFC-CLI-INF TO OFE-CLI-ID
           START ARQENTREGA KEY IS = OFE-CLI-ID
               INVALID KEY MOVE '10' TO FS-ENTREGA
           END-START
           PERFORM UNTIL FS-OFE-EOF
               READ ARQENTREGA NEXT
                   AT END MOVE '10' TO FS-ENTREGA
               END-READ
               IF NOT FS-OFE-EOF
                   IF OFE-CLI-ID NOT = WS-OFC-CLI-INF
                       MOVE '10' TO FS-ENTREGA
                   ELSE
                       DISPLAY OFE-DATA ' ' OFE-INSTITUICAO(1:30)
                           ' ' OFE-GRUPO ' ' OFE-QTD-REGISTROS
                           ' REG ' OFE-PER-INICIO '-' OFE-PER-FIM
                       ADD 1 TO WS-OFC-QTD-LISTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ENTREGA
           DISPLAY 'TOTAL: ' WS-OFC-QTD-LISTA ' ENTREGA(S)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-GERAR-EXPORTACAO SECTION.
      *================================================================
       4000-INICIO.
      *    Uma exportacao por dia de movimento: o arquivo e recriado
      *    a cada execucao e o consentimento ja atendido no dia nao
      *    entra de novo.
           DISPLAY '--- EXPORTACAO OPEN FINANCE (BANKOFN.OUT) ---'
           MOVE ZEROS TO WS-EXP-QTD-CONSENT WS-EXP-QTD-EXPIRADOS
           PERFORM 4050-ABRIR-FONTES
           OPEN OUTPUT ARQEXPORT
           MOVE ZEROS TO OFC-ID
           START ARQCONSENT KEY IS >= OFC-ID
               INVALID KEY MOVE '10' TO FS-CONSENT
           END-START
           PERFORM UNTIL FS-OFC-EOF
               READ ARQCONSENT NEXT
                   AT END MOVE '10' TO FS-CONSENT
               END-READ
               IF NOT FS-OFC-EOF AND OFC-ATIVO
                   PERFORM 4100-PROCESSAR-CONSENTIMENTO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONSENT
           CLOSE ARQEXPORT
           PERFORM 4060-FECHAR-FONTES
           DISPLAY 'CONSENTIMENTOS ATENDIDOS: ' WS-EXP-QTD-CONSENT
           DISPLAY 'CONSENTIMENTOS EXPIRADOS: ' WS-EXP-QTD-EXPIRADOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4050-ABRIR-FONTES.
      *    Fonte ausente so tira o grupo correspondente da entrega.
           MOVE 'N' TO WS-EXP-TEM-EMPREST WS-EXP-TEM-CARTCR
                       WS-EXP-TEM-INVEST
           OPEN INPUT ARQEMPREST
           IF FS-EMP-OK
               MOVE 'S' TO WS-EXP-TEM-EMPREST
           END-IF
           OPEN INPUT ARQCARTCR
           IF FS-CCR-OK
               MOVE 'S' TO WS-EXP-TEM-CARTCR
           END-IF
           OPEN INPUT ARQINVEST
           IF FS-INV-OK
               MOVE 'S' TO WS-EXP-TEM-INVEST
           END-IF.

       4060-FECHAR-FONTES.
           IF EXP-TEM-EMPREST
               CLOSE ARQEMPREST
           END-IF
           IF EXP-TEM-CARTCR
               CLOSE ARQCARTCR
           END-IF
           IF EXP-TEM-INVEST
               CLOSE ARQINVEST
           END-IF.

       4100-PROCESSAR-CONSENTIMENTO.
           IF OFC-DT-EXPIRACAO < WS-DATA-MOVIMENTO
               MOVE 'E' TO OFC-STATUS
               REWRITE REG-CONSENT-OFN
               ADD 1 TO WS-EXP-QTD-EXPIRADOS
               DISPLAY 'CONSENTIMENTO ' OFC-ID ' EXPIRADO EM '
                   OFC-DT-EXPIRACAO
               EXIT PARAGRAPH
           END-IF
           IF OFC-DT-ULT-ENTREGA >= WS-DATA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4150-CARREGAR-CONTAS
           MOVE ZEROS TO WS-EXP-QTD-LINHAS
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'H;' DELIMITED SIZE
                  OFC-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFC-CLI-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFC-INST-CNPJ DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFC-INSTITUICAO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFC-GRUPOS DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           PERFORM 4800-GRAVAR-LINHA
           IF OFC-COMPARTILHA-CONTAS
               PERFORM 4200-EXPORTAR-CONTAS
           END-IF
           IF OFC-COMPARTILHA-SALDOS
               PERFORM 4250-EXPORTAR-SALDOS
           END-IF
           IF OFC-COMPARTILHA-TRANS
               PERFORM 4300-EXPORTAR-TRANSACOES
           END-IF
           IF OFC-COMPARTILHA-EMPR AND EXP-TEM-EMPREST
               PERFORM 4400-EXPORTAR-EMPRESTIMOS
           END-IF
           IF OFC-COMPARTILHA-CARTOES AND EXP-TEM-CARTCR
               PERFORM 4500-EXPORTAR-CARTOES
           END-IF
           IF OFC-COMPARTILHA-INVEST AND EXP-TEM-INVEST
               PERFORM 4600-EXPORTAR-INVESTIMENTOS
           END-IF
           ADD 1 TO WS-EXP-QTD-LINHAS
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'T;' DELIMITED SIZE
                  OFC-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-EXP-QTD-LINHAS DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           WRITE REG-EXPORT FROM WS-EXP-LINHA
           MOVE WS-DATA-MOVIMENTO TO OFC-DT-ULT-ENTREGA
           REWRITE REG-CONSENT-OFN
           ADD 1 TO WS-EXP-QTD-CONSENT.

       4150-CARREGAR-CONTAS.
           MOVE ZEROS TO WS-EXP-QTD-CONTAS
           MOVE ZEROS TO OFN-CONTA-NUM
           START ARQCONTAS KEY IS >= OFN-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF OFN-CONTA-CLI-ID = OFC-CLI-ID
                      AND WS-EXP-QTD-CONTAS < 10
                       ADD 1 TO WS-EXP-QTD-CONTAS
                       MOVE OFN-CONTA-NUM TO
                           WS-EXP-CONTAS(WS-EXP-QTD-CONTAS)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       4200-EXPORTAR-CONTAS.
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               MOVE WS-EXP-CONTAS(WS-EXP-I) TO OFN-CONTA-NUM
               READ ARQCONTAS KEY IS OFN-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONTA-OK
                   MOVE SPACES TO WS-EXP-LINHA
                   STRING 'CTA;' DELIMITED SIZE
                          OFN-CONTA-NUM DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-AGENCIA DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-DIGITO DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-TIPO DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-MOEDA DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-STATUS DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-DT-ABERTURA DELIMITED SIZE
                       INTO WS-EXP-LINHA
                   END-STRING
                   PERFORM 4800-GRAVAR-LINHA
                   ADD 1 TO WS-EXP-QTD-GRUPO
               END-IF
           END-PERFORM
           MOVE 'CONTAS' TO WS-EXP-NOME-GRUPO
           MOVE OFC-DT-CONSENTIMENTO TO WS-EXP-PER-INICIO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4250-EXPORTAR-SALDOS.
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               MOVE WS-EXP-CONTAS(WS-EXP-I) TO OFN-CONTA-NUM
               READ ARQCONTAS KEY IS OFN-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONTA-OK
                   MOVE OFN-CONTA-SALDO TO WS-VL-EDIT
                   MOVE OFN-CONTA-LIMITE TO WS-VL-EDIT2
                   MOVE SPACES TO WS-EXP-LINHA
                   STRING 'SLD;' DELIMITED SIZE
                          OFN-CONTA-NUM DELIMITED SIZE
                          ';' DELIMITED SIZE
                          WS-DATA-MOVIMENTO DELIMITED SIZE
                          ';' DELIMITED SIZE
                          WS-VL-EDIT DELIMITED SIZE
                          ';' DELIMITED SIZE
                          WS-VL-EDIT2 DELIMITED SIZE
                          ';' DELIMITED SIZE
                          OFN-CONTA-MOEDA DELIMITED SIZE
                       INTO WS-EXP-LINHA
                   END-STRING
                   PERFORM 4800-GRAVAR-LINHA
                   ADD 1 TO WS-EXP-QTD-GRUPO
               END-IF
           END-PERFORM
           MOVE 'SALDOS' TO WS-EXP-NOME-GRUPO
           MOVE WS-DATA-MOVIMENTO TO WS-EXP-PER-INICIO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4300-EXPORTAR-TRANSACOES.
      *    Incremental: do inicio do historico autorizado (ou do dia
      *    seguinte a ultima entrega) ate o dia de movimento.
           MOVE OFC-DT-HIST-INICIO TO WS-EXP-PER-INICIO
           IF OFC-DT-ULT-ENTREGA >= OFC-DT-HIST-INICIO
               COMPUTE WS-OFC-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(OFC-DT-ULT-ENTREGA) + 1
               COMPUTE WS-EXP-PER-INICIO =
                   FUNCTION DATE-OF-INTEGER(WS-OFC-INT-DATA)
           END-IF
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               PERFORM 4310-TRANSACOES-ORIGEM
               PERFORM 4320-TRANSACOES-DESTINO
           END-PERFORM
           MOVE 'TRANSACOES' TO WS-EXP-NOME-GRUPO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4310-TRANSACOES-ORIGEM.
           MOVE WS-EXP-CONTAS(WS-EXP-I) TO OFN-TRANS-CONTA-ORG
           START ARQTRANS KEY IS = OFN-TRANS-CONTA-ORG
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF OFN-TRANS-CONTA-ORG NOT =
                      WS-EXP-CONTAS(WS-EXP-I)
                       MOVE '10' TO FS-TRANS
                   ELSE
                       PERFORM 4350-EXPORTAR-SE-NO-PERIODO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

       4320-TRANSACOES-DESTINO.
           MOVE WS-EXP-CONTAS(WS-EXP-I) TO OFN-TRANS-CONTA-DEST
           START ARQTRANS KEY IS = OFN-TRANS-CONTA-DEST
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF OFN-TRANS-CONTA-DEST NOT =
                      WS-EXP-CONTAS(WS-EXP-I)
                       MOVE '10' TO FS-TRANS
                   ELSE
                       PERFORM 4350-EXPORTAR-SE-NO-PERIODO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

       4350-EXPORTAR-SE-NO-PERIODO.
           IF OFN-TRANS-DATA < WS-EXP-PER-INICIO
              OR OFN-TRANS-DATA > WS-DATA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           MOVE OFN-TRANS-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'TRN;' DELIMITED SIZE
                  WS-EXP-CONTAS(WS-EXP-I) DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-DATA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-TIPO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-CONTA-ORG DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-CONTA-DEST DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-MOEDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-STATUS DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OFN-TRANS-DESCRICAO(1:60) DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           PERFORM 4800-GRAVAR-LINHA
           ADD 1 TO WS-EXP-QTD-GRUPO.

       4400-EXPORTAR-EMPRESTIMOS.
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               MOVE WS-EXP-CONTAS(WS-EXP-I) TO EMP-CONTA
               START ARQEMPREST KEY IS = EMP-CONTA
                   INVALID KEY MOVE '10' TO FS-EMPREST
               END-START
               PERFORM UNTIL FS-EMP-EOF
                   READ ARQEMPREST NEXT
                       AT END MOVE '10' TO FS-EMPREST
                   END-READ
                   IF NOT FS-EMP-EOF
                       IF EMP-CONTA NOT = WS-EXP-CONTAS(WS-EXP-I)
                           MOVE '10' TO FS-EMPREST
                       ELSE
                           PERFORM 4450-LINHA-EMPRESTIMO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-EMPREST
           END-PERFORM
           MOVE 'EMPRESTIMOS' TO WS-EXP-NOME-GRUPO
           MOVE WS-DATA-MOVIMENTO TO WS-EXP-PER-INICIO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4450-LINHA-EMPRESTIMO.
           MOVE EMP-PRINCIPAL TO WS-VL-EDIT
           MOVE EMP-VALOR-PARCELA TO WS-VL-EDIT2
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'EMP;' DELIMITED SIZE
                  EMP-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EMP-CONTA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EMP-DT-CONTRATO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EMP-PARCELAS-PAGAS DELIMITED SIZE
                  '/' DELIMITED SIZE
                  EMP-PRAZO-MESES DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EMP-DIA-VENCTO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EMP-SITUACAO DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           PERFORM 4800-GRAVAR-LINHA
           ADD 1 TO WS-EXP-QTD-GRUPO.

       4500-EXPORTAR-CARTOES.
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               MOVE WS-EXP-CONTAS(WS-EXP-I) TO CCR-CONTA
               START ARQCARTCR KEY IS = CCR-CONTA
                   INVALID KEY MOVE '10' TO FS-CARTCR
               END-START
               PERFORM UNTIL FS-CCR-EOF
                   READ ARQCARTCR NEXT
                       AT END MOVE '10' TO FS-CARTCR
                   END-READ
                   IF NOT FS-CCR-EOF
                       IF CCR-CONTA NOT = WS-EXP-CONTAS(WS-EXP-I)
                           MOVE '10' TO FS-CARTCR
                       ELSE
                           PERFORM 4550-LINHA-CARTAO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-CARTCR
           END-PERFORM
           MOVE 'CARTOES' TO WS-EXP-NOME-GRUPO
           MOVE WS-DATA-MOVIMENTO TO WS-EXP-PER-INICIO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4550-LINHA-CARTAO.
      *    Cartao sai so pelo PAN mascarado, como em toda a casa.
           MOVE CCR-LIMITE TO WS-VL-EDIT
           MOVE CCR-UTILIZADO TO WS-VL-EDIT2
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'CRT;' DELIMITED SIZE
                  CCR-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CCR-CONTA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CCR-PAN-MASCARADO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CCR-DIA-CICLO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CCR-STATUS DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           PERFORM 4800-GRAVAR-LINHA
           ADD 1 TO WS-EXP-QTD-GRUPO.

       4600-EXPORTAR-INVESTIMENTOS.
           MOVE ZEROS TO WS-EXP-QTD-GRUPO
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > WS-EXP-QTD-CONTAS
               MOVE WS-EXP-CONTAS(WS-EXP-I) TO INV-CONTA
               START ARQINVEST KEY IS = INV-CONTA
                   INVALID KEY MOVE '10' TO FS-INVEST
               END-START
               PERFORM UNTIL FS-INV-EOF
                   READ ARQINVEST NEXT
                       AT END MOVE '10' TO FS-INVEST
                   END-READ
                   IF NOT FS-INV-EOF
                       IF INV-CONTA NOT = WS-EXP-CONTAS(WS-EXP-I)
                           MOVE '10' TO FS-INVEST
                       ELSE
                           IF INV-STATUS-ATIVO
                               PERFORM 4650-LINHA-INVESTIMENTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-INVEST
           END-PERFORM
           MOVE 'INVESTIMENTOS' TO WS-EXP-NOME-GRUPO
           MOVE WS-DATA-MOVIMENTO TO WS-EXP-PER-INICIO
           PERFORM 4900-REGISTRAR-ENTREGA.

       4650-LINHA-INVESTIMENTO.
           MOVE INV-VALOR-APORT TO WS-VL-EDIT
           MOVE INV-VALOR-ATUAL TO WS-VL-EDIT2
           MOVE SPACES TO WS-EXP-LINHA
           STRING 'INV;' DELIMITED SIZE
                  INV-ID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  INV-CONTA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  INV-TIPO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  INV-PRODUTO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ';' DELIMITED SIZE
                  INV-DT-INICIO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  INV-DT-VENCTO DELIMITED SIZE
               INTO WS-EXP-LINHA
           END-STRING
           PERFORM 4800-GRAVAR-LINHA
           ADD 1 TO WS-EXP-QTD-GRUPO.

       4800-GRAVAR-LINHA.
           WRITE REG-EXPORT FROM WS-EXP-LINHA
           ADD 1 TO WS-EXP-QTD-LINHAS.

       4900-REGISTRAR-ENTREGA.
      *    Trilha por grupo para o cliente conferir o que saiu, para
      *    quem e de que periodo (BANKC360).
           ADD 1 TO WS-OFE-PROX-ID
           MOVE WS-OFE-PROX-ID TO OFE-ID
           MOVE OFC-CLI-ID TO OFE-CLI-ID
           MOVE OFC-ID TO OFE-CONSENT-ID
           MOVE OFC-INSTITUICAO TO OFE-INSTITUICAO
           MOVE WS-EXP-NOME-GRUPO TO OFE-GRUPO
           MOVE WS-EXP-QTD-GRUPO TO OFE-QTD-REGISTROS
           MOVE WS-EXP-PER-INICIO TO OFE-PER-INICIO
           MOVE WS-DATA-MOVIMENTO TO OFE-PER-FIM
           MOVE WS-DATA-MOVIMENTO TO OFE-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO OFE-HORA
           WRITE REG-ENTREGA-OFN
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR ENTREGA ' OFE-ID
           END-WRITE.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
