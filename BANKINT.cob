      *================================================================
      * BANKINT.COB - Monitoramento de Contas de Funcionarios
      * Sistema Bancario COBOL
      * Os operadores de BANKUSR.DAT tambem sao clientes do banco.
      * O cadastro BANKUSRV.DAT liga cada operador ao proprio CPF e
      * aos CPFs dos parentes declarados (conjuge, filho, pai/mae,
      * irmao, outro); o vinculo e mantido por gerente e nunca pelo
      * proprio operador. Com ele:
      *  - o verificador BANKPRM recusa as funcoes vedadas em conta
      *    propria (estorno, limite, encerramento, aprovacao,
      *    desconto de renegociacao) quando a conta e do operador
      *    ou de parente;
      *  - a varredura da trilha encadeada (BANKAUDF.DAT) marca em
      *    BANKINTA.DAT toda acao do operador sobre conta ou cliente
      *    ligado a ele, a partir da ultima sequencia examinada
      *    (guardada em BANKINTC.DAT);
      *  - a revisao mensal BANKINT.TXT lista as transacoes da
      *    competencia em cada conta de funcionario (titular ou
      *    co-titular com CPF proprio do operador) e os alertas do
      *    mes.
      * No lote a varredura roda todo dia e a revisao sai uma vez
      * por competencia, na primeira execucao do mes seguinte.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKINT.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVINCULO ASSIGN TO 'BANKUSRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USV-CHAVE
               ALTERNATE RECORD KEY IS USV-CPF WITH DUPLICATES
               FILE STATUS IS FS-VINCULO.

           SELECT ARQUSUARIOS ASSIGN TO 'BANKUSR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTU-ID
               FILE STATUS IS FS-USUARIOS.

           SELECT ARQAUDIT ASSIGN TO 'BANKAUDF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-SEQ
               FILE STATUS IS FS-AUDIT.

           SELECT ARQALERTA ASSIGN TO 'BANKINTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-AUD-SEQ
               FILE STATUS IS FS-ALERTA.

           SELECT ARQCONTROLE ASSIGN TO 'BANKINTC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CLI-ID
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-TRANS-ID
               ALTERNATE RECORD KEY IS INT-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INT-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQRELINT ASSIGN TO 'BANKINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELINS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVINCULO.
           COPY BANKUSRV.

       FD  ARQUSUARIOS.
       01  REG-USUARIO.
           05  INTU-ID              PIC X(20).
           05  INTU-NOME            PIC X(40).
           05  INTU-SENHA-HASH      PIC X(64).
           05  INTU-ROLE            PIC X(1).
           05  INTU-STATUS          PIC X(1).
               88  INTU-ATIVO       VALUE 'A'.
           05  INTU-DT-TROCA        PIC 9(8).
           05  INTU-HIST-SENHAS.
               10  INTU-HIST-HASH   OCCURS 3 TIMES PIC X(64).
           05  INTU-TENTATIVAS      PIC 9(1).
           05  INTU-DT-ULT-LOGON    PIC 9(8).
           05  INTU-HR-ULT-LOGON    PIC 9(6).
           05  INTU-TROCA-OBRIG     PIC X(1).

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

       FD  ARQALERTA.
           COPY BANKINTA.

       FD  ARQCONTROLE.
       01  REG-CONTROLE-INS.
           05  INC-ULT-SEQ           PIC 9(12).
           05  INC-ULT-COMPET        PIC 9(6).
           05  INC-DT-VARREDURA      PIC 9(8).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  INT-CONTA-NUM         PIC 9(10).
           05  INT-CONTA-AGENCIA     PIC 9(4).
           05  INT-CONTA-DIGITO      PIC 9(1).
           05  INT-CONTA-TIPO        PIC X(2).
           05  INT-CONTA-STATUS      PIC X(1).
           05  INT-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  INT-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  INT-CONTA-TITULAR     PIC X(60).
           05  INT-CONTA-CPF         PIC X(11).
           05  INT-CONTA-EMAIL       PIC X(80).
           05  INT-CONTA-TELEFONE    PIC X(15).
           05  INT-CONTA-DT-ABERTURA PIC 9(8).
           05  INT-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  INT-CONTA-SENHA-HASH  PIC X(64).
           05  INT-CONTA-COTIT-NOME  PIC X(60).
           05  INT-CONTA-COTIT-CPF   PIC X(11).
           05  INT-CONTA-CLI-ID      PIC 9(10).
           05  INT-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  INT-CLI-ID            PIC 9(10).
           05  INT-CLI-NOME          PIC X(60).
           05  INT-CLI-CPF           PIC X(14).
           05  INT-CLI-RG            PIC X(15).
           05  INT-CLI-DT-NASC       PIC 9(8).
           05  INT-CLI-SEXO          PIC X(1).
           05  INT-CLI-ESTADO-CIVIL  PIC X(2).
           05  INT-CLI-PROFISSAO     PIC X(40).
           05  INT-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  INT-CLI-PERFIL-RISCO  PIC X(1).
           05  INT-CLI-ENDERECO.
               10  INT-CLI-LOGRADOURO PIC X(60).
               10  INT-CLI-NUMERO    PIC X(10).
               10  INT-CLI-COMPL     PIC X(30).
               10  INT-CLI-BAIRRO    PIC X(40).
               10  INT-CLI-CIDADE    PIC X(40).
               10  INT-CLI-ESTADO    PIC X(2).
               10  INT-CLI-CEP       PIC X(8).
           05  INT-CLI-STATUS        PIC X(1).
           05  INT-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  INT-TRANS-ID          PIC 9(15).
           05  INT-TRANS-CONTA-ORG   PIC 9(10).
           05  INT-TRANS-CONTA-DEST  PIC 9(10).
           05  INT-TRANS-TIPO        PIC X(3).
           05  INT-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  INT-TRANS-DATA        PIC 9(8).
           05  INT-TRANS-HORA        PIC 9(6).
           05  INT-TRANS-DESCRICAO   PIC X(100).
           05  INT-TRANS-STATUS      PIC X(1).
           05  INT-TRANS-NSU         PIC 9(12).
           05  INT-TRANS-CANAL       PIC X(10).
           05  INT-TRANS-MOEDA       PIC X(3).

       FD  ARQRELINT.
       01  REG-RELINS                PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-INT-CTRL.
           05  FS-VINCULO           PIC XX.
               88  FS-USV-OK        VALUE '00'.
               88  FS-USV-EOF       VALUE '10'.
           05  FS-USUARIOS          PIC XX.
               88  FS-USR-OK        VALUE '00'.
           05  FS-AUDIT             PIC XX.
               88  FS-AUD-OK        VALUE '00'.
               88  FS-AUD-EOF       VALUE '10'.
           05  FS-ALERTA            PIC XX.
               88  FS-INA-OK        VALUE '00'.
               88  FS-INA-EOF       VALUE '10'.
           05  FS-CONTROLE          PIC XX.
           05  FS-CONTAS            PIC XX.
               88  FS-CNT-OK        VALUE '00'.
               88  FS-CNT-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRN-OK        VALUE '00'.
               88  FS-TRN-EOF       VALUE '10'.
           05  FS-RELINS            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CADASTRO-CTRL.
           05  WS-INT-OPERADOR-INF  PIC X(20).
           05  WS-INT-CPF-INF       PIC X(11).
           05  WS-INT-CPF-EXIBE     PIC X(11).
           05  WS-INT-PARENT-INF    PIC X(1).
           05  WS-INT-NOME-INF      PIC X(60).
           05  WS-INT-CONFIRMA      PIC X(1).
           05  WS-INT-PARENT-TEXTO  PIC X(12).
           05  WS-INT-QTD-LISTA     PIC 9(5).
           05  WS-INT-TEM-PROPRIO   PIC X(1).
               88  INT-TEM-PROPRIO  VALUE 'S'.

       01  WS-VARREDURA-CTRL.
           05  WS-INT-ULT-SEQ       PIC 9(12).
           05  WS-INT-ULT-COMPET    PIC 9(6).
           05  WS-INT-QTD-LIDOS     PIC 9(7).
           05  WS-INT-QTD-ALERTAS   PIC 9(5).
           05  WS-INT-CONTA-AUD     PIC 9(10).
           05  WS-INT-CPF-TESTE     PIC X(11).
           05  WS-INT-CPF-ACHADO    PIC X(11).
           05  WS-INT-PARENT-ACHADO PIC X(1).
           05  WS-INT-VINCULADO     PIC X(1).
               88  INT-VINCULADO    VALUE 'S'.

       01  WS-REVISAO-CTRL.
           05  WS-INT-COMPET        PIC 9(6).
           05  WS-INT-COMPET-R REDEFINES WS-INT-COMPET.
               10  WS-INT-AAAA      PIC 9(4).
               10  WS-INT-MM        PIC 9(2).
           05  WS-INT-OPERADOR-CTA  PIC X(20).
           05  WS-INT-PAPEL-CTA     PIC X(11).
           05  WS-INT-FUNCIONARIO   PIC X(1).
               88  INT-FUNCIONARIO  VALUE 'S'.
           05  WS-INT-QTD-CONTAS    PIC 9(5).
           05  WS-INT-QTD-TRANS     PIC 9(5).
           05  WS-INT-QTD-TRANS-TOT PIC 9(7).
           05  WS-INT-QTD-ALERTA-OP PIC 9(5).
           05  WS-INT-QTD-ALERTA-MES PIC 9(5).
           05  WS-INT-VL-MOVIMENTO  PIC S9(15)V99 COMP-3.
           05  WS-INT-LADO          PIC X(7).
           05  WS-INT-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-TOTAL          PIC Z(14)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

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
           PERFORM 0150-COMPETENCIA-ANTERIOR
           PERFORM 0200-LER-CONTROLE
           IF LS-MODO-BATCH
               PERFORM 4000-VARRER-TRILHA
               IF WS-INT-COMPET > WS-INT-ULT-COMPET
                   PERFORM 6000-REVISAO-MENSAL
               END-IF
           ELSE
               PERFORM 0100-ABRIR-VINCULOS
               PERFORM 1000-MENU UNTIL PARAR
               CLOSE ARQVINCULO
           END-IF
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-VINCULOS.
           OPEN I-O ARQVINCULO
           IF FS-VINCULO = '35'
               OPEN OUTPUT ARQVINCULO
               CLOSE ARQVINCULO
               OPEN I-O ARQVINCULO
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

       0150-COMPETENCIA-ANTERIOR.
      *    A revisao do mes e feita no mes seguinte: a competencia
      *    padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-INT-COMPET
           IF WS-INT-MM = 1
               SUBTRACT 1 FROM WS-INT-AAAA
               MOVE 12 TO WS-INT-MM
           ELSE
               SUBTRACT 1 FROM WS-INT-MM
           END-IF.

       0200-LER-CONTROLE.
      *    Ultima sequencia da trilha examinada e ultima competencia
      *    revisada; sem controle, a varredura parte do inicio.
           MOVE ZEROS TO WS-INT-ULT-SEQ WS-INT-ULT-COMPET
           OPEN INPUT ARQCONTROLE
           IF FS-CONTROLE = '00'
               READ ARQCONTROLE
                   AT END CONTINUE
               END-READ
               IF FS-CONTROLE = '00'
                   MOVE INC-ULT-SEQ TO WS-INT-ULT-SEQ
                   MOVE INC-ULT-COMPET TO WS-INT-ULT-COMPET
               END-IF
               CLOSE ARQCONTROLE
           END-IF.

       0300-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQCONTROLE
           MOVE WS-INT-ULT-SEQ TO INC-ULT-SEQ
           MOVE WS-INT-ULT-COMPET TO INC-ULT-COMPET
           MOVE WS-DATA-MOVIMENTO TO INC-DT-VARREDURA
           WRITE REG-CONTROLE-INS
           CLOSE ARQCONTROLE.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CONTAS DE FUNCIONARIOS E VINCULADOS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Vincular CPF a operador'
           DISPLAY ' 02. Excluir vinculo de CPF'
           DISPLAY ' 03. Consultar vinculos de um operador'
           DISPLAY ' 04. Varrer trilha de auditoria'
           DISPLAY ' 05. Listar alertas de uma competencia'
           DISPLAY ' 06. Revisao mensal (competencia anterior)'
           DISPLAY ' 07. Revisao mensal de outra competencia'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '02'
               PERFORM 1900-VERIFICAR-PERMISSAO
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-VINCULAR-CPF
               WHEN '02'
                   PERFORM 2500-EXCLUIR-VINCULO
               WHEN '03'
                   PERFORM 3000-CONSULTAR-VINCULOS
               WHEN '04'
                   CLOSE ARQVINCULO
                   PERFORM 4000-VARRER-TRILHA
                   OPEN I-O ARQVINCULO
               WHEN '05'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-INT-COMPET
                   PERFORM 5000-LISTAR-ALERTAS
               WHEN '06'
                   CLOSE ARQVINCULO
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 6000-REVISAO-MENSAL
                   OPEN I-O ARQVINCULO
               WHEN '07'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-INT-COMPET
                   IF WS-INT-MM < 1 OR WS-INT-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       CLOSE ARQVINCULO
                       PERFORM 6000-REVISAO-MENSAL
                       OPEN I-O ARQVINCULO
                   END-IF
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO.
      *    Manutencao dos vinculos e alcada de gerente.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       1950-TEXTO-PARENTESCO.
           EVALUATE TRUE
               WHEN USV-PROPRIO
                   MOVE 'PROPRIO' TO WS-INT-PARENT-TEXTO
               WHEN USV-CONJUGE
                   MOVE 'CONJUGE' TO WS-INT-PARENT-TEXTO
               WHEN USV-FILHO
                   MOVE 'FILHO(A)' TO WS-INT-PARENT-TEXTO
               WHEN USV-GENITOR
                   MOVE 'PAI/MAE' TO WS-INT-PARENT-TEXTO
               WHEN USV-IRMAO
                   MOVE 'IRMAO(A)' TO WS-INT-PARENT-TEXTO
               WHEN OTHER
                   MOVE 'OUTRO' TO WS-INT-PARENT-TEXTO
           END-EVALUATE.

      *================================================================
       2000-VINCULAR-CPF SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 2900-INFORMAR-OPERADOR
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'CPF (11 digitos): '
           ACCEPT WS-INT-CPF-INF
           IF WS-INT-CPF-INF NOT NUMERIC
               DISPLAY 'CPF INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2050-TOKENIZAR-CPF
           DISPLAY 'Parentesco (P proprio, C conjuge, F filho, '
               'G pai/mae, I irmao, O outro): '
           ACCEPT WS-INT-PARENT-INF
           MOVE WS-INT-PARENT-INF TO USV-PARENTESCO
           IF NOT USV-PARENTESCO-OK
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Um so CPF proprio por operador.
           IF USV-PROPRIO
               PERFORM 2100-PROCURAR-PROPRIO
               IF INT-TEM-PROPRIO
                   MOVE WS-INT-CPF-INF TO WS-INT-CPF-EXIBE
                   PERFORM 2060-DESTOKENIZAR-EXIBICAO
                   DISPLAY 'OPERADOR JA TEM CPF PROPRIO: '
                       WS-INT-CPF-EXIBE
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY 'Nome da pessoa: '
           ACCEPT WS-INT-NOME-INF
           MOVE WS-INT-OPERADOR-INF TO USV-OPERADOR
           MOVE WS-INT-CPF-INF TO USV-CPF
           MOVE WS-INT-PARENT-INF TO USV-PARENTESCO
           MOVE WS-INT-NOME-INF TO USV-NOME
           MOVE WS-DATA-MOVIMENTO TO USV-DT-CADASTRO
           MOVE LS-OPERADOR TO USV-CADASTRANTE
           WRITE REG-VINCULO-OPERADOR
               INVALID KEY
                   DISPLAY 'CPF JA VINCULADO A ESTE OPERADOR'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-WRITE
           MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
           STRING USV-CPF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  USV-PARENTESCO DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           PERFORM 2800-AUDITAR-VINCULO
           PERFORM 1950-TEXTO-PARENTESCO
           MOVE USV-CPF TO WS-INT-CPF-EXIBE
           PERFORM 2060-DESTOKENIZAR-EXIBICAO
           DISPLAY 'CPF ' WS-INT-CPF-EXIBE ' VINCULADO A '
               USV-OPERADOR
               ' (' WS-INT-PARENT-TEXTO ')'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-TOKENIZAR-CPF.
      *    O vinculo guarda o CPF como o cadastro de contas guarda o
      *    documento: token deterministico, de modo que a leitura
      *    pela chave casa token com token. Sem base cifrada o CPF
      *    segue aberto, como nas contas.
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-INT-CPF-INF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-INT-CPF-INF
           END-IF.

       2060-DESTOKENIZAR-EXIBICAO.
      *    O documento so volta aberto na tela e no relatorio.
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-INT-CPF-EXIBE TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-INT-CPF-EXIBE
           END-IF.

       2100-PROCURAR-PROPRIO.
           MOVE 'N' TO WS-INT-TEM-PROPRIO
           MOVE WS-INT-OPERADOR-INF TO USV-OPERADOR
           MOVE LOW-VALUES TO USV-CPF
           START ARQVINCULO KEY IS >= USV-CHAVE
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-USV-EOF OR INT-TEM-PROPRIO
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-USV-EOF
                   IF USV-OPERADOR NOT = WS-INT-OPERADOR-INF
                       MOVE '10' TO FS-VINCULO
                   ELSE
                       IF USV-PROPRIO
                           MOVE 'S' TO WS-INT-TEM-PROPRIO
                           MOVE USV-CPF TO WS-INT-CPF-INF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULO
           MOVE 'P' TO USV-PARENTESCO.

      *================================================================
       2500-EXCLUIR-VINCULO SECTION.
      *================================================================
       2500-INICIO.
           PERFORM 2900-INFORMAR-OPERADOR
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'CPF (11 digitos): '
           ACCEPT WS-INT-CPF-INF
           PERFORM 2050-TOKENIZAR-CPF
           MOVE WS-INT-OPERADOR-INF TO USV-OPERADOR
           MOVE WS-INT-CPF-INF TO USV-CPF
           READ ARQVINCULO
               INVALID KEY
                   DISPLAY 'VINCULO NAO CADASTRADO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           PERFORM 1950-TEXTO-PARENTESCO
           MOVE USV-CPF TO WS-INT-CPF-EXIBE
           PERFORM 2060-DESTOKENIZAR-EXIBICAO
           DISPLAY WS-INT-CPF-EXIBE ' ' USV-NOME ' '
               WS-INT-PARENT-TEXTO
           DISPLAY 'Confirmar exclusao? (S/N): '
           ACCEPT WS-INT-CONFIRMA
           IF WS-INT-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
           STRING USV-CPF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  USV-PARENTESCO DELIMITED SIZE
               INTO WS-AUD-ANTES
           END-STRING
           MOVE 'EXCLUIDO' TO WS-AUD-DEPOIS
           DELETE ARQVINCULO RECORD
           IF FS-USV-OK
               PERFORM 2800-AUDITAR-VINCULO
               DISPLAY 'VINCULO EXCLUIDO'
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO EXCLUIR VINCULO: ' FS-VINCULO
               MOVE 0009 TO LS-CODIGO
           END-IF
           EXIT SECTION.

       2800-AUDITAR-VINCULO.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKUSRV.DAT' TO WS-AUD-ARQUIVO
           MOVE WS-INT-OPERADOR-INF(1:15) TO WS-AUD-CHAVE
           MOVE 'VINCULO-CPF' TO WS-AUD-CAMPO
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

       2900-INFORMAR-OPERADOR.
      *    O operador nao mantem os proprios vinculos: quem declara
      *    e quem responde pelo cadastro sao pessoas diferentes.
           MOVE 0 TO LS-CODIGO
           DISPLAY 'ID do operador: '
           ACCEPT WS-INT-OPERADOR-INF
           IF WS-INT-OPERADOR-INF = LS-OPERADOR
               DISPLAY 'O OPERADOR NAO MANTEM OS PROPRIOS VINCULOS'
               MOVE 0005 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUSUARIOS
           IF NOT FS-USR-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-OPERADOR-INF TO INTU-ID
           READ ARQUSUARIOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-USR-OK
               DISPLAY 'OPERADOR INEXISTENTE'
               MOVE 0003 TO LS-CODIGO
           ELSE
               DISPLAY INTU-ID ' ' INTU-NOME
           END-IF
           CLOSE ARQUSUARIOS.

      *================================================================
       3000-CONSULTAR-VINCULOS SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'ID do operador: '
           ACCEPT WS-INT-OPERADOR-INF
           MOVE ZEROS TO WS-INT-QTD-LISTA
           MOVE WS-INT-OPERADOR-INF TO USV-OPERADOR
           MOVE LOW-VALUES TO USV-CPF
           START ARQVINCULO KEY IS >= USV-CHAVE
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-USV-EOF
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-USV-EOF
                   IF USV-OPERADOR NOT = WS-INT-OPERADOR-INF
                       MOVE '10' TO FS-VINCULO
                   ELSE
                       ADD 1 TO WS-INT-QTD-LISTA
                       PERFORM 1950-TEXTO-PARENTESCO
                       MOVE USV-CPF TO WS-INT-CPF-EXIBE
                       PERFORM 2060-DESTOKENIZAR-EXIBICAO
                       DISPLAY WS-INT-CPF-EXIBE ' '
                           WS-INT-PARENT-TEXTO ' '
                           USV-NOME(1:30) ' DESDE ' USV-DT-CADASTRO
                           ' POR ' USV-CADASTRANTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULO
           IF WS-INT-QTD-LISTA = ZEROS
               DISPLAY 'OPERADOR SEM CPF VINCULADO'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-VARRER-TRILHA SECTION.
      *================================================================
       4000-INICIO.
      *    Examina a trilha a partir da ultima sequencia varrida:
      *    cada acao de operador sobre conta (BANKACCT, BANKRPF) ou
      *    cliente (BANKCUST, BANKCART) cujo CPF esteja ligado a ele
      *    vira alerta em BANKINTA.DAT.
           DISPLAY '--- VARREDURA DA TRILHA - CONTAS VINCULADAS ---'
           MOVE ZEROS TO WS-INT-QTD-LIDOS WS-INT-QTD-ALERTAS
           OPEN INPUT ARQAUDIT
           IF FS-AUDIT NOT = '00'
               DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL'
               EXIT SECTION
           END-IF
           OPEN INPUT ARQVINCULO
           IF FS-VINCULO NOT = '00'
               DISPLAY 'NENHUM VINCULO DE OPERADOR CADASTRADO'
               CLOSE ARQAUDIT
               EXIT SECTION
           END-IF
           OPEN I-O ARQALERTA
           IF FS-ALERTA = '35'
               OPEN OUTPUT ARQALERTA
               CLOSE ARQALERTA
               OPEN I-O ARQALERTA
           END-IF
           OPEN INPUT ARQCONTAS
           OPEN INPUT ARQCLIENTE
           MOVE WS-INT-ULT-SEQ TO AUD-SEQ
           START ARQAUDIT KEY IS > AUD-SEQ
               INVALID KEY MOVE '10' TO FS-AUDIT
           END-START
           PERFORM UNTIL FS-AUD-EOF
               READ ARQAUDIT NEXT
                   AT END MOVE '10' TO FS-AUDIT
               END-READ
               IF NOT FS-AUD-EOF
                   ADD 1 TO WS-INT-QTD-LIDOS
                   MOVE AUD-SEQ TO WS-INT-ULT-SEQ
                   IF AUD-OPERADOR NOT = SPACES
                       PERFORM 4100-AVALIAR-ENTRADA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQAUDIT ARQVINCULO ARQALERTA
           IF FS-CONTAS NOT = '35'
               CLOSE ARQCONTAS
           END-IF
           IF FS-CLIENTE NOT = '35'
               CLOSE ARQCLIENTE
           END-IF
           PERFORM 0300-GRAVAR-CONTROLE
           DISPLAY 'ENTRADAS EXAMINADAS: ' WS-INT-QTD-LIDOS
               '  ALERTAS: ' WS-INT-QTD-ALERTAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-AVALIAR-ENTRADA.
           MOVE 'N' TO WS-INT-VINCULADO
           MOVE ZEROS TO WS-INT-CONTA-AUD
           IF AUD-CHAVE(1:10) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-ARQUIVO
               WHEN 'BANKACCT.DAT'
               WHEN 'BANKRPF.DAT '
                   MOVE AUD-CHAVE(1:10) TO INT-CONTA-NUM
                   READ ARQCONTAS
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-CNT-OK
                       MOVE INT-CONTA-NUM TO WS-INT-CONTA-AUD
                       MOVE INT-CONTA-CPF TO WS-INT-CPF-TESTE
                       PERFORM 4200-TESTAR-VINCULO
                       IF NOT INT-VINCULADO
                          AND INT-CONTA-COTIT-CPF NOT = SPACES
                           MOVE INT-CONTA-COTIT-CPF
                               TO WS-INT-CPF-TESTE
                           PERFORM 4200-TESTAR-VINCULO
                       END-IF
                   END-IF
               WHEN 'BANKCUST.DAT'
               WHEN 'BANKCART.DAT'
                   MOVE AUD-CHAVE(1:10) TO INT-CLI-ID
                   READ ARQCLIENTE
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-CLI-OK
                       MOVE INT-CLI-CPF(1:11) TO WS-INT-CPF-TESTE
                       PERFORM 4200-TESTAR-VINCULO
                   END-IF
           END-EVALUATE
           IF INT-VINCULADO
               PERFORM 4300-GRAVAR-ALERTA
           END-IF.

       4200-TESTAR-VINCULO.
      *    Conta e cliente ja trazem o documento tokenizado pelo
      *    cadastro, o mesmo token gravado no vinculo: a leitura
      *    casa token com token, sem abrir o CPF.
           MOVE AUD-OPERADOR TO USV-OPERADOR
           MOVE WS-INT-CPF-TESTE TO USV-CPF
           READ ARQVINCULO KEY IS USV-CHAVE
               INVALID KEY CONTINUE
           END-READ
           IF FS-USV-OK
               MOVE 'S' TO WS-INT-VINCULADO
               MOVE USV-CPF TO WS-INT-CPF-ACHADO
               MOVE USV-PARENTESCO TO WS-INT-PARENT-ACHADO
           END-IF.

       4300-GRAVAR-ALERTA.
           MOVE AUD-SEQ TO INA-AUD-SEQ
           MOVE AUD-DATA TO INA-DATA
           MOVE AUD-HORA TO INA-HORA
           MOVE AUD-OPERADOR TO INA-OPERADOR
           MOVE AUD-ARQUIVO TO INA-ARQUIVO
           MOVE AUD-CHAVE TO INA-CHAVE
           MOVE AUD-CAMPO TO INA-CAMPO
           MOVE AUD-ANTES TO INA-ANTES
           MOVE AUD-DEPOIS TO INA-DEPOIS
           MOVE WS-INT-CONTA-AUD TO INA-CONTA
           MOVE WS-INT-CPF-ACHADO TO INA-CPF
           MOVE WS-INT-PARENT-ACHADO TO INA-PARENTESCO
           MOVE WS-DATA-MOVIMENTO TO INA-DT-DETECCAO
           WRITE REG-ALERTA-INSIDER
               INVALID KEY CONTINUE
           END-WRITE
           IF FS-INA-OK
               ADD 1 TO WS-INT-QTD-ALERTAS
               IF NOT LS-MODO-BATCH
                   DISPLAY 'ALERTA SEQ ' INA-AUD-SEQ ' '
                       INA-OPERADOR ' ' INA-CAMPO ' CHAVE '
                       INA-CHAVE
               END-IF
           END-IF.

      *================================================================
       5000-LISTAR-ALERTAS SECTION.
      *================================================================
       5000-INICIO.
           MOVE ZEROS TO WS-INT-QTD-LISTA
           OPEN INPUT ARQALERTA
           IF FS-ALERTA NOT = '00'
               DISPLAY 'NENHUM ALERTA REGISTRADO'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO INA-AUD-SEQ
           START ARQALERTA KEY IS >= INA-AUD-SEQ
               INVALID KEY MOVE '10' TO FS-ALERTA
           END-START
           PERFORM UNTIL FS-INA-EOF
               READ ARQALERTA NEXT
                   AT END MOVE '10' TO FS-ALERTA
               END-READ
               IF NOT FS-INA-EOF
                   IF INA-DATA(1:6) = WS-INT-COMPET
                       ADD 1 TO WS-INT-QTD-LISTA
                       MOVE INA-CPF TO WS-INT-CPF-EXIBE
                       PERFORM 2060-DESTOKENIZAR-EXIBICAO
                       DISPLAY INA-AUD-SEQ ' ' INA-DATA ' '
                           INA-OPERADOR(1:12) ' ' INA-ARQUIVO ' '
                           INA-CHAVE(1:10) ' ' INA-CAMPO
                           ' CPF ' WS-INT-CPF-EXIBE
                           ' (' INA-PARENTESCO ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQALERTA
           DISPLAY 'ALERTAS NA COMPETENCIA: ' WS-INT-QTD-LISTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       6000-REVISAO-MENSAL SECTION.
      *================================================================
       6000-INICIO.
      *    Conta de funcionario: titular ou co-titular com o CPF
      *    proprio de um operador. Para cada uma, as transacoes da
      *    competencia (origem e destino) e os alertas do operador
      *    no mes; ao final, todos os alertas da competencia.
           DISPLAY '--- REVISAO MENSAL - CONTAS DE FUNCIONARIOS ---'
           MOVE ZEROS TO WS-INT-QTD-CONTAS WS-INT-QTD-TRANS-TOT
                         WS-INT-QTD-ALERTA-MES
           OPEN INPUT ARQVINCULO
           OPEN INPUT ARQCONTAS
           IF FS-CONTAS NOT = '00'
               DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL'
               IF FS-VINCULO = '00'
                   CLOSE ARQVINCULO
               END-IF
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQTRANS
           OPEN INPUT ARQALERTA
           OPEN OUTPUT ARQRELINT
           MOVE SPACES TO WS-INT-LINHA
           STRING 'REVISAO DE CONTAS DE FUNCIONARIOS - COMPETENCIA '
                  DELIMITED SIZE
                  WS-INT-COMPET DELIMITED SIZE
                  '  EMISSAO ' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-INT-LINHA
           END-STRING
           WRITE REG-RELINS FROM WS-INT-LINHA
           MOVE ALL '-' TO WS-INT-LINHA
           WRITE REG-RELINS FROM WS-INT-LINHA
           IF FS-VINCULO = '00'
               MOVE ZEROS TO INT-CONTA-NUM
               START ARQCONTAS KEY IS >= INT-CONTA-NUM
                   INVALID KEY MOVE '10' TO FS-CONTAS
               END-START
               PERFORM UNTIL FS-CNT-EOF
                   READ ARQCONTAS NEXT
                       AT END MOVE '10' TO FS-CONTAS
                   END-READ
                   IF NOT FS-CNT-EOF
                       PERFORM 6100-IDENTIFICAR-FUNCIONARIO
                       IF INT-FUNCIONARIO
                           PERFORM 6200-REVISAR-CONTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 6500-ALERTAS-DA-COMPETENCIA
           MOVE SPACES TO WS-INT-LINHA
           WRITE REG-RELINS FROM WS-INT-LINHA
           STRING 'CONTAS DE FUNCIONARIOS: ' DELIMITED SIZE
                  WS-INT-QTD-CONTAS DELIMITED SIZE
                  '  TRANSACOES: ' DELIMITED SIZE
                  WS-INT-QTD-TRANS-TOT DELIMITED SIZE
                  '  ALERTAS NO MES: ' DELIMITED SIZE
                  WS-INT-QTD-ALERTA-MES DELIMITED SIZE
               INTO WS-INT-LINHA
           END-STRING
           WRITE REG-RELINS FROM WS-INT-LINHA
           CLOSE ARQRELINT ARQCONTAS
           IF FS-VINCULO NOT = '35'
               CLOSE ARQVINCULO
           END-IF
           IF FS-TRANS NOT = '35'
               CLOSE ARQTRANS
           END-IF
           IF FS-ALERTA NOT = '35'
               CLOSE ARQALERTA
           END-IF
      *    A competencia revisada fica no controle para o lote nao
      *    repetir a revisao no mesmo mes.
           IF WS-INT-COMPET > WS-INT-ULT-COMPET
               MOVE WS-INT-COMPET TO WS-INT-ULT-COMPET
               PERFORM 0300-GRAVAR-CONTROLE
           END-IF
           DISPLAY 'CONTAS REVISADAS: ' WS-INT-QTD-CONTAS
               ' (BANKINT.TXT)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6100-IDENTIFICAR-FUNCIONARIO.
           MOVE 'N' TO WS-INT-FUNCIONARIO
           MOVE INT-CONTA-CPF TO WS-INT-CPF-TESTE
           PERFORM 6150-PROCURAR-PROPRIO-CPF
           IF INT-FUNCIONARIO
               MOVE 'TITULAR' TO WS-INT-PAPEL-CTA
               EXIT PARAGRAPH
           END-IF
           IF INT-CONTA-COTIT-CPF NOT = SPACES
               MOVE INT-CONTA-COTIT-CPF TO WS-INT-CPF-TESTE
               PERFORM 6150-PROCURAR-PROPRIO-CPF
               IF INT-FUNCIONARIO
                   MOVE 'CO-TITULAR' TO WS-INT-PAPEL-CTA
               END-IF
           END-IF.

       6150-PROCURAR-PROPRIO-CPF.
           MOVE WS-INT-CPF-TESTE TO USV-CPF
           START ARQVINCULO KEY IS = USV-CPF
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-USV-EOF OR INT-FUNCIONARIO
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-USV-EOF
                   IF USV-CPF NOT = WS-INT-CPF-TESTE
                       MOVE '10' TO FS-VINCULO
                   ELSE
                       IF USV-PROPRIO
                           MOVE 'S' TO WS-INT-FUNCIONARIO
                           MOVE USV-OPERADOR TO WS-INT-OPERADOR-CTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VINCULO.

       6200-REVISAR-CONTA.
           ADD 1 TO WS-INT-QTD-CONTAS
           MOVE ZEROS TO WS-INT-QTD-TRANS WS-INT-VL-MOVIMENTO
           MOVE SPACES TO WS-INT-LINHA
           WRITE REG-RELINS FROM WS-INT-LINHA
           STRING 'CONTA ' DELIMITED SIZE
                  INT-CONTA-NUM DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  INT-CONTA-TITULAR(1:40) DELIMITED SIZE
                  '  OPERADOR ' DELIMITED SIZE
                  WS-INT-OPERADOR-CTA DELIMITED SPACE
                  ' (' DELIMITED SIZE
                  WS-INT-PAPEL-CTA DELIMITED SPACE
                  ')' DELIMITED SIZE
               INTO WS-INT-LINHA
           END-STRING
           WRITE REG-RELINS FROM WS-INT-LINHA
           IF FS-TRANS NOT = '35'
               MOVE 'ORIGEM ' TO WS-INT-LADO
               MOVE INT-CONTA-NUM TO INT-TRANS-CONTA-ORG
               START ARQTRANS KEY IS = INT-TRANS-CONTA-ORG
                   INVALID KEY MOVE '10' TO FS-TRANS
               END-START
               PERFORM UNTIL FS-TRN-EOF
                   READ ARQTRANS NEXT
                       AT END MOVE '10' TO FS-TRANS
                   END-READ
                   IF NOT FS-TRN-EOF
                       IF INT-TRANS-CONTA-ORG NOT = INT-CONTA-NUM
                           MOVE '10' TO FS-TRANS
                       ELSE
                           IF INT-TRANS-DATA(1:6) = WS-INT-COMPET
                               PERFORM 6300-LINHA-TRANSACAO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-TRANS
               MOVE 'DESTINO' TO WS-INT-LADO
               MOVE INT-CONTA-NUM TO INT-TRANS-CONTA-DEST
               START ARQTRANS KEY IS = INT-TRANS-CONTA-DEST
                   INVALID KEY MOVE '10' TO FS-TRANS
               END-START
               PERFORM UNTIL FS-TRN-EOF
                   READ ARQTRANS NEXT
                       AT END MOVE '10' TO FS-TRANS
                   END-READ
                   IF NOT FS-TRN-EOF
                       IF INT-TRANS-CONTA-DEST NOT = INT-CONTA-NUM
                           MOVE '10' TO FS-TRANS
                       ELSE
                           IF INT-TRANS-DATA(1:6) = WS-INT-COMPET
                              AND INT-TRANS-CONTA-ORG
                                  NOT = INT-CONTA-NUM
                               PERFORM 6300-LINHA-TRANSACAO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-TRANS
           END-IF
           PERFORM 6400-CONTAR-ALERTAS-OPERADOR
           MOVE WS-INT-VL-MOVIMENTO TO WS-VL-TOTAL
           MOVE SPACES TO WS-INT-LINHA
           STRING '  TRANSACOES: ' DELIMITED SIZE
                  WS-INT-QTD-TRANS DELIMITED SIZE
                  '  VALOR MOVIMENTADO: ' DELIMITED SIZE
                  WS-VL-TOTAL DELIMITED SIZE
                  '  ALERTAS DO OPERADOR NO MES: ' DELIMITED SIZE
                  WS-INT-QTD-ALERTA-OP DELIMITED SIZE
               INTO WS-INT-LINHA
           END-STRING
           WRITE REG-RELINS FROM WS-INT-LINHA.

       6300-LINHA-TRANSACAO.
           ADD 1 TO WS-INT-QTD-TRANS WS-INT-QTD-TRANS-TOT
           ADD INT-TRANS-VALOR TO WS-INT-VL-MOVIMENTO
           MOVE INT-TRANS-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-INT-LINHA
           STRING '  ' DELIMITED SIZE
                  INT-TRANS-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INT-TRANS-DATA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INT-TRANS-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-INT-LADO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INT-TRANS-STATUS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INT-TRANS-CANAL DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  INT-TRANS-DESCRICAO(1:40) DELIMITED SIZE
               INTO WS-INT-LINHA
           END-STRING
           WRITE REG-RELINS FROM WS-INT-LINHA.

       6400-CONTAR-ALERTAS-OPERADOR.
           MOVE ZEROS TO WS-INT-QTD-ALERTA-OP
           IF FS-ALERTA = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO INA-AUD-SEQ
           START ARQALERTA KEY IS >= INA-AUD-SEQ
               INVALID KEY MOVE '10' TO FS-ALERTA
           END-START
           PERFORM UNTIL FS-INA-EOF
               READ ARQALERTA NEXT
                   AT END MOVE '10' TO FS-ALERTA
               END-READ
               IF NOT FS-INA-EOF
                   IF INA-OPERADOR = WS-INT-OPERADOR-CTA
                      AND INA-DATA(1:6) = WS-INT-COMPET
                       ADD 1 TO WS-INT-QTD-ALERTA-OP
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ALERTA.

       6500-ALERTAS-DA-COMPETENCIA.
           MOVE SPACES TO WS-INT-LINHA
           WRITE REG-RELINS FROM WS-INT-LINHA
           MOVE 'ACOES DE OPERADORES EM CONTAS E CLIENTES VINCULADOS'
               TO WS-INT-LINHA
           WRITE REG-RELINS FROM WS-INT-LINHA
           IF FS-ALERTA = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO INA-AUD-SEQ
           START ARQALERTA KEY IS >= INA-AUD-SEQ
               INVALID KEY MOVE '10' TO FS-ALERTA
           END-START
           PERFORM UNTIL FS-INA-EOF
               READ ARQALERTA NEXT
                   AT END MOVE '10' TO FS-ALERTA
               END-READ
               IF NOT FS-INA-EOF
                   IF INA-DATA(1:6) = WS-INT-COMPET
                       ADD 1 TO WS-INT-QTD-ALERTA-MES
                       MOVE INA-CPF TO WS-INT-CPF-EXIBE
                       PERFORM 2060-DESTOKENIZAR-EXIBICAO
                       MOVE SPACES TO WS-INT-LINHA
                       STRING '  SEQ ' DELIMITED SIZE
                              INA-AUD-SEQ DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              INA-DATA DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              INA-OPERADOR(1:12) DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              INA-ARQUIVO DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              INA-CHAVE(1:10) DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              INA-CAMPO DELIMITED SIZE
                              ' CPF ' DELIMITED SIZE
                              WS-INT-CPF-EXIBE DELIMITED SIZE
                              ' (' DELIMITED SIZE
                              INA-PARENTESCO DELIMITED SIZE
                              ') ' DELIMITED SIZE
                              INA-DEPOIS(1:30) DELIMITED SIZE
                           INTO WS-INT-LINHA
                       END-STRING
                       WRITE REG-RELINS FROM WS-INT-LINHA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ALERTA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
