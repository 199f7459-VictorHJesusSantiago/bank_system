      *================================================================
      * BANKGER.COB - Carteira do Gerente de Relacionamento
      * Sistema Bancario COBOL
      * Os clientes Prime e Private da segmentacao (BANKTIER.DAT)
      * nao tinham gerente responsavel no sistema. Este modulo
      * atribui cada cliente a um gerente (usuario de BANKUSR.DAT)
      * na carteira BANKCART.DAT, com o historico de cada troca em
      * BANKCARH.DAT e na trilha de auditoria, e faz a transferencia
      * em massa quando o gerente sai (carteira inteira para outro)
      * ou a agencia fecha (clientes da agencia de referencia para
      * outro gerente e, se informada, outra agencia).
      * Todo dia cada gerente recebe sua worklist (BANKGERW.TXT):
      * renovacoes de KYC vencidas ou a vencer, emprestimos em
      * atraso, investimentos vencendo, contas no negativo,
      * protocolos de atendimento em aberto e aniversariantes do dia
      * da sua carteira. O resumo das carteiras (BANKGERC.TXT) traz
      * por gerente a quantidade de clientes, o total de saldos
      * credores, a posicao em investimentos e o credito concedido
      * (saldo devedor dos emprestimos mais o uso de cheque especial).
      * Lote (LS-MODO 'B'): worklists de todos os gerentes e resumo.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKGER.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCARTEIRA ASSIGN TO 'BANKCART.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CLI-ID
               ALTERNATE RECORD KEY IS CRT-GERENTE WITH DUPLICATES
               FILE STATUS IS FS-CARTEIRA.

           SELECT ARQCARHIST ASSIGN TO 'BANKCARH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCR-CHAVE
               FILE STATUS IS FS-CARHIST.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CLI-ID
               ALTERNATE RECORD KEY IS GER-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-INV-ID
               FILE STATUS IS FS-INVEST.

           SELECT ARQKYC ASSIGN TO 'BANKKYC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-KYC-ID
               ALTERNATE RECORD KEY IS GER-KYC-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-KYC.

           SELECT ARQKYCWORK ASSIGN TO 'BANKKYCW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYW-CLI-ID
               FILE STATUS IS FS-KYCWORK.

           SELECT ARQATEND ASSIGN TO 'BANKATND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-PROTOCOLO
               ALTERNATE RECORD KEY IS ATD-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-ATEND.

           SELECT ARQTIER ASSIGN TO 'BANKTIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-CLI-ID
               FILE STATUS IS FS-TIER.

           SELECT ARQUSUARIOS ASSIGN TO 'BANKUSR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-USR-ID
               FILE STATUS IS FS-USUARIOS.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQWORKLIST ASSIGN TO 'BANKGERW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WORKLIST.

           SELECT ARQRESUMO ASSIGN TO 'BANKGERC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCARTEIRA.
           COPY BANKCART.

       FD  ARQCARHIST.
           COPY BANKCARH.

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  GER-CLI-ID            PIC 9(10).
           05  GER-CLI-NOME          PIC X(60).
           05  GER-CLI-CPF           PIC X(14).
           05  GER-CLI-RG            PIC X(15).
           05  GER-CLI-DT-NASC       PIC 9(8).
           05  GER-CLI-SEXO          PIC X(1).
           05  GER-CLI-ESTADO-CIVIL  PIC X(2).
           05  GER-CLI-PROFISSAO     PIC X(40).
           05  GER-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  GER-CLI-PERFIL-RISCO  PIC X(1).
           05  GER-CLI-ENDERECO      PIC X(190).
           05  GER-CLI-STATUS        PIC X(1).
           05  GER-CLI-SCORE         PIC 9(4).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  GER-CONTA-NUM         PIC 9(10).
           05  GER-CONTA-AGENCIA     PIC 9(4).
           05  GER-CONTA-DIGITO      PIC 9(1).
           05  GER-CONTA-TIPO        PIC X(2).
           05  GER-CONTA-STATUS      PIC X(1).
               88  GER-CONTA-ENCERRADA VALUE 'E'.
           05  GER-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  GER-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  GER-CONTA-TITULAR     PIC X(60).
           05  GER-CONTA-CPF         PIC X(11).
           05  GER-CONTA-EMAIL       PIC X(80).
           05  GER-CONTA-TELEFONE    PIC X(15).
           05  GER-CONTA-DT-ABERTURA PIC 9(8).
           05  GER-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  GER-CONTA-SENHA-HASH  PIC X(64).
           05  GER-CONTA-COTIT-NOME  PIC X(60).
           05  GER-CONTA-COTIT-CPF   PIC X(11).
           05  GER-CONTA-CLI-ID      PIC 9(10).
           05  GER-CONTA-MOEDA       PIC X(3).

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
           05  GER-INV-ID            PIC 9(10).
           05  GER-INV-CONTA         PIC 9(10).
           05  GER-INV-PRODUTO       PIC X(30).
           05  GER-INV-TIPO          PIC X(3).
           05  GER-INV-VALOR-APORT   PIC S9(13)V99 COMP-3.
           05  GER-INV-VALOR-ATUAL   PIC S9(13)V99 COMP-3.
           05  GER-INV-TAXA          PIC S9(5)V9(6) COMP-3.
           05  GER-INV-DT-INICIO     PIC 9(8).
           05  GER-INV-DT-VENCTO     PIC 9(8).
           05  GER-INV-RENTABILIDADE PIC S9(5)V99 COMP-3.
           05  GER-INV-STATUS        PIC X(1).
               88  GER-INV-ATIVO     VALUE 'A'.

       FD  ARQKYC.
       01  REG-KYC.
           05  GER-KYC-ID            PIC 9(10).
           05  GER-KYC-CLI-ID        PIC 9(10).
           05  GER-KYC-TIPO          PIC X(3).
           05  GER-KYC-DT-RECEBIMENTO PIC 9(8).
           05  GER-KYC-DT-VALIDADE   PIC 9(8).
           05  GER-KYC-VERIFICADO    PIC X(1).

       FD  ARQKYCWORK.
       01  REG-KYCWORK.
           05  KYW-CLI-ID            PIC 9(10).
           05  KYW-AGENCIA           PIC 9(4).
           05  KYW-SITUACAO          PIC X(1).
               88  KYW-VENCIDO       VALUE 'V'.
               88  KYW-FALTANTE      VALUE 'F'.
           05  KYW-DIAS-VENCIDO      PIC 9(5).
           05  KYW-DT-DETECCAO       PIC 9(8).

       FD  ARQATEND.
       01  REG-ATENDIMENTO.
           05  ATD-PROTOCOLO         PIC 9(10).
           05  ATD-CLI-ID            PIC 9(10).
           05  ATD-CATEGORIA         PIC X(3).
           05  ATD-DESCRICAO         PIC X(60).
           05  ATD-OPERADOR          PIC X(20).
           05  ATD-DT-ABERTURA       PIC 9(8).
           05  ATD-DT-PRAZO          PIC 9(8).
           05  ATD-STATUS            PIC X(1).
               88  ATD-ABERTO        VALUE 'A'.
               88  ATD-EM-ANDAMENTO  VALUE 'E'.
           05  ATD-DT-RESOLUCAO      PIC 9(8).

       FD  ARQTIER.
       01  REG-TIER.
           05  TIER-CLI-ID           PIC 9(10).
           05  TIER-CODIGO           PIC X(1).
               88  TIER-PRIME        VALUE 'P'.
               88  TIER-PRIVATE      VALUE 'R'.
           05  TIER-DT-CALCULO       PIC 9(8).

       FD  ARQUSUARIOS.
       01  REG-USUARIO.
           05  GER-USR-ID            PIC X(20).
           05  GER-USR-NOME          PIC X(40).
           05  GER-USR-SENHA-HASH    PIC X(64).
           05  GER-USR-ROLE          PIC X(1).
           05  GER-USR-STATUS        PIC X(1).
               88  GER-USR-ATIVO     VALUE 'A'.
           05  GER-USR-DT-TROCA      PIC 9(8).
           05  GER-USR-HIST-SENHAS.
               10  GER-USR-HIST-HASH OCCURS 3 TIMES PIC X(64).
           05  GER-USR-TENTATIVAS    PIC 9(1).
           05  GER-USR-DT-ULT-LOGON  PIC 9(8).
           05  GER-USR-HR-ULT-LOGON  PIC 9(6).
           05  GER-USR-TROCA-OBRIG   PIC X(1).

       FD  ARQAGENCIA.
           COPY BANKAGEN.

       FD  ARQWORKLIST.
       01  REG-WORKLIST              PIC X(132).

       FD  ARQRESUMO.
       01  REG-RESUMO                PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GER-CTRL.
           05  FS-CARTEIRA          PIC XX.
               88  FS-CRT-OK        VALUE '00'.
               88  FS-CRT-EOF       VALUE '10'.
           05  FS-CARHIST           PIC XX.
               88  FS-HCR-OK        VALUE '00'.
               88  FS-HCR-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
               88  FS-INV-EOF       VALUE '10'.
           05  FS-KYC               PIC XX.
               88  FS-KYC-OK        VALUE '00'.
               88  FS-KYC-EOF       VALUE '10'.
           05  FS-KYCWORK           PIC XX.
               88  FS-KYW-OK        VALUE '00'.
           05  FS-ATEND             PIC XX.
               88  FS-ATD-OK        VALUE '00'.
               88  FS-ATD-EOF       VALUE '10'.
           05  FS-TIER              PIC XX.
               88  FS-TIER-OK       VALUE '00'.
               88  FS-TIER-EOF      VALUE '10'.
           05  FS-USUARIOS          PIC XX.
               88  FS-USR-OK        VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-WORKLIST          PIC XX.
           05  FS-RESUMO            PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-ATRIBUICAO-CTRL.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-GER-CLI-BUSCA     PIC 9(10).
           05  WS-GER-ANTES         PIC X(20).
           05  WS-GER-NOVO          PIC X(20).
           05  WS-GER-ORIGEM-TROCA  PIC X(20).
           05  WS-GER-ORIGEM        PIC X(3).
           05  WS-GER-TEM-CARTEIRA  PIC X(1).
               88  GER-TEM-CARTEIRA VALUE 'S'.
           05  WS-GER-AGENCIA       PIC 9(4).
           05  WS-GER-AGENCIA-NOVA  PIC 9(4).
           05  WS-GER-QTD           PIC 9(6).
           05  WS-GER-RESPOSTA      PIC X(1).

       01  WS-WORKLIST-CTRL.
      *    Horizonte de aviso da worklist: KYC e investimentos que
      *    vencem nos proximos 30 dias.
           05  WS-WKL-DIAS-AVISO    PIC 9(3) VALUE 30.
           05  WS-WKL-DT-LIMITE     PIC 9(8).
           05  WS-WKL-INT-DATA      PIC S9(9) COMP-3.
           05  WS-WKL-GERENTE       PIC X(20).
           05  WS-WKL-EXIBIR        PIC X(1).
               88  WKL-EXIBIR       VALUE 'S'.
           05  WS-WKL-LINHA         PIC X(132).
           05  WS-WKL-TIPO          PIC X(3).
           05  WS-WKL-DETALHE       PIC X(70).
           05  WS-WKL-IDX           PIC 9(4) COMP.
           05  WS-WKL-J             PIC 9(4) COMP.
           05  WS-WKL-ACHOU         PIC 9(4) COMP.
           05  WS-WKL-QTD-KYC       PIC 9(5).
           05  WS-WKL-QTD-EMP       PIC 9(5).
           05  WS-WKL-QTD-INV       PIC 9(5).
           05  WS-WKL-QTD-NEG       PIC 9(5).
           05  WS-WKL-QTD-ATD       PIC 9(5).
           05  WS-WKL-QTD-ANV       PIC 9(5).
           05  WS-VL-EDIT           PIC Z(11)9,99-.
      *    Clientes da carteira em processamento
           05  WS-WKL-QTD-CLIENTES  PIC 9(4) COMP.
           05  WS-WKL-CLIENTE OCCURS 500 TIMES.
               10  WS-WKL-CLI-ID    PIC 9(10).
               10  WS-WKL-CLI-NOME  PIC X(30).
               10  WS-WKL-CLI-NASC  PIC 9(8).
      *    Contas dos clientes da carteira
           05  WS-WKL-QTD-CONTAS    PIC 9(4) COMP.
           05  WS-WKL-CONTA-ITEM OCCURS 1500 TIMES.
               10  WS-WKL-CONTA     PIC 9(10).
               10  WS-WKL-CONTA-CLI PIC 9(4) COMP.
               10  WS-WKL-CONTA-SALDO PIC S9(13)V99 COMP-3.
      *    Gerentes com carteira (worklist de todos, no lote)
           05  WS-WKL-QTD-GERENTES  PIC 9(4) COMP.
           05  WS-WKL-GER-ID OCCURS 200 TIMES PIC X(20).

       01  WS-RESUMO-CTRL.
           05  WS-RES-QTD-GERENTES  PIC 9(4) COMP.
           05  WS-RES-GERENTE OCCURS 200 TIMES.
               10  WS-RES-GER-ID    PIC X(20).
               10  WS-RES-QTD-CLI   PIC 9(6).
               10  WS-RES-SALDOS    PIC S9(15)V99 COMP-3.
               10  WS-RES-INVEST    PIC S9(15)V99 COMP-3.
               10  WS-RES-CREDITO   PIC S9(15)V99 COMP-3.
           05  WS-RES-IDX           PIC 9(4) COMP.
           05  WS-RES-CLI-BUSCA     PIC 9(10).
           05  WS-RES-DEVEDOR       PIC S9(13)V99 COMP-3.
           05  WS-RES-TOT-CLI       PIC 9(7).
           05  WS-RES-TOT-SALDOS    PIC S9(15)V99 COMP-3.
           05  WS-RES-TOT-INVEST    PIC S9(15)V99 COMP-3.
           05  WS-RES-TOT-CREDITO   PIC S9(15)V99 COMP-3.
           05  WS-RES-LINHA         PIC X(132).
           05  WS-RES-VL-SALDOS     PIC Z(13)9,99-.
           05  WS-RES-VL-INVEST     PIC Z(13)9,99-.
           05  WS-RES-VL-CREDITO    PIC Z(13)9,99-.

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
           COMPUTE WS-WKL-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-WKL-DIAS-AVISO
           MOVE FUNCTION DATE-OF-INTEGER(WS-WKL-INT-DATA)
               TO WS-WKL-DT-LIMITE
           PERFORM 0100-ABRIR-CARTEIRA
           IF LS-MODO-BATCH
               PERFORM 6000-WORKLIST-TODOS
               PERFORM 7000-RESUMO-CARTEIRAS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCARTEIRA ARQCARHIST
           GOBACK.

       0100-ABRIR-CARTEIRA.
           OPEN I-O ARQCARTEIRA
           IF FS-CARTEIRA = '35'
               OPEN OUTPUT ARQCARTEIRA
               CLOSE ARQCARTEIRA
               OPEN I-O ARQCARTEIRA
           END-IF
           OPEN I-O ARQCARHIST
           IF FS-CARHIST = '35'
               OPEN OUTPUT ARQCARHIST
               CLOSE ARQCARHIST
               OPEN I-O ARQCARHIST
           END-IF.

       0200-VERIFICAR-PERMISSAO.
      *    Transferencia em massa de carteira: processamento de
      *    lote, so gerente.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CARTEIRA DO GERENTE'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Atribuir/trocar gerente do cliente'
           DISPLAY ' 02. Transferir carteira (saida do gerente)'
           DISPLAY ' 03. Transferir clientes (fechamento de agencia)'
           DISPLAY ' 04. Historico de atribuicoes do cliente'
           DISPLAY ' 05. Clientes Prime/Private sem gerente'
           DISPLAY ' 06. Worklist do dia de um gerente'
           DISPLAY ' 07. Resumo das carteiras por gerente'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-ATRIBUIR-CLIENTE
               WHEN '02'
                   PERFORM 0200-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 3000-TRANSFERIR-GERENTE
                   END-IF
               WHEN '03'
                   PERFORM 0200-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 3500-TRANSFERIR-AGENCIA
                   END-IF
               WHEN '04'
                   PERFORM 4000-HISTORICO-CLIENTE
               WHEN '05'
                   PERFORM 4500-PRIME-SEM-GERENTE
               WHEN '06'
                   PERFORM 5000-WORKLIST-GERENTE
               WHEN '07'
                   PERFORM 7000-RESUMO-CARTEIRAS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-ATRIBUIR-CLIENTE SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-GER-CLI-BUSCA
           OPEN INPUT ARQCLIENTE
           MOVE WS-GER-CLI-BUSCA TO GER-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           CLOSE ARQCLIENTE
           IF NOT FS-CLI-OK
               DISPLAY 'CLIENTE NAO ENCONTRADO'
               MOVE 23 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-GER-CLI-BUSCA TO CRT-CLI-ID
           READ ARQCARTEIRA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CRT-OK
               MOVE 'S' TO WS-GER-TEM-CARTEIRA
               MOVE CRT-GERENTE TO WS-GER-ANTES
               DISPLAY 'GERENTE ATUAL: ' CRT-GERENTE
                   ' DESDE ' CRT-DT-ATRIBUICAO
           ELSE
               MOVE 'N' TO WS-GER-TEM-CARTEIRA
               MOVE SPACES TO WS-GER-ANTES
               DISPLAY 'CLIENTE SEM GERENTE'
           END-IF
           DISPLAY 'Novo gerente (usuario; ENTER remove): '
           MOVE SPACES TO WS-GER-NOVO
           ACCEPT WS-GER-NOVO
           IF WS-GER-NOVO = WS-GER-ANTES
               DISPLAY 'NADA ALTERADO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-GER-NOVO = SPACES
               MOVE 'REM' TO WS-GER-ORIGEM
           ELSE
               PERFORM 2900-VALIDAR-GERENTE
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
               MOVE 'ATR' TO WS-GER-ORIGEM
           END-IF
           IF NOT GER-TEM-CARTEIRA
               PERFORM 2850-AGENCIA-DO-CLIENTE
           END-IF
           PERFORM 2800-GRAVAR-ATRIBUICAO
           IF LS-CODIGO = 0
               DISPLAY 'CARTEIRA ATUALIZADA'
           END-IF
           EXIT SECTION.

       2800-GRAVAR-ATRIBUICAO.
      *    Carteira do cliente (lida ou a criar) recebe o novo
      *    gerente; a troca vai ao historico e a trilha de auditoria.
      *    Remocao deixa o registro com gerente em branco para o
      *    historico seguir numerado.
           MOVE 0 TO LS-CODIGO
           IF GER-TEM-CARTEIRA
               MOVE CRT-GERENTE TO WS-GER-ANTES
           ELSE
               MOVE WS-GER-CLI-BUSCA TO CRT-CLI-ID
               MOVE WS-GER-AGENCIA TO CRT-AGENCIA
               MOVE ZEROS TO CRT-ULT-SEQ-HIST
               MOVE SPACES TO WS-GER-ANTES
           END-IF
           MOVE WS-GER-NOVO TO CRT-GERENTE
           MOVE WS-DATA-HOJE TO CRT-DT-ATRIBUICAO
           MOVE LS-OPERADOR TO CRT-OPERADOR
           ADD 1 TO CRT-ULT-SEQ-HIST
           IF GER-TEM-CARTEIRA
               REWRITE REG-CARTEIRA
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-CARTEIRA
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF NOT FS-CRT-OK
               DISPLAY 'ERRO AO GRAVAR CARTEIRA: ' FS-CARTEIRA
               MOVE 9999 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE CRT-CLI-ID TO HCR-CLI-ID
           MOVE CRT-ULT-SEQ-HIST TO HCR-SEQ
           MOVE WS-GER-ANTES TO HCR-GERENTE-ANTES
           MOVE WS-GER-NOVO TO HCR-GERENTE-DEPOIS
           MOVE WS-GER-ORIGEM TO HCR-ORIGEM
           MOVE WS-DATA-HOJE TO HCR-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HCR-HORA
           MOVE LS-OPERADOR TO HCR-OPERADOR
           WRITE REG-CARTEIRA-HIST
               INVALID KEY CONTINUE
           END-WRITE
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKCART.DAT' TO WS-AUD-ARQUIVO
           MOVE CRT-CLI-ID TO WS-AUD-CHAVE
           MOVE 'GERENTE' TO WS-AUD-CAMPO
           MOVE WS-GER-ANTES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING WS-GER-NOVO DELIMITED SPACE
                  ' (' DELIMITED SIZE
                  WS-GER-ORIGEM DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

       2850-AGENCIA-DO-CLIENTE.
      *    Agencia de referencia: a da primeira conta do cliente.
           MOVE ZEROS TO WS-GER-AGENCIA
           OPEN INPUT ARQCONTAS
           MOVE ZEROS TO GER-CONTA-NUM
           START ARQCONTAS KEY >= GER-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF GER-CONTA-CLI-ID = WS-GER-CLI-BUSCA
                       MOVE GER-CONTA-AGENCIA TO WS-GER-AGENCIA
                       MOVE '10' TO FS-CONTAS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONTAS.

       2900-VALIDAR-GERENTE.
      *    O gerente e um usuario ativo do cadastro de operadores.
           MOVE 0 TO LS-CODIGO
           OPEN INPUT ARQUSUARIOS
           MOVE WS-GER-NOVO TO GER-USR-ID
           READ ARQUSUARIOS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-USR-OK
               DISPLAY 'USUARIO ' WS-GER-NOVO ' NAO CADASTRADO'
               MOVE 23 TO LS-CODIGO
           ELSE
               IF NOT GER-USR-ATIVO
                   DISPLAY 'USUARIO ' WS-GER-NOVO ' NAO ESTA ATIVO'
                   MOVE 3 TO LS-CODIGO
               END-IF
           END-IF
           CLOSE ARQUSUARIOS.

      *================================================================
       3000-TRANSFERIR-GERENTE SECTION.
      *================================================================
       3000-INICIO.
      *    Saida do gerente: a carteira inteira passa para outro.
      *    Percorre pela chave primaria - a chave alternativa do
      *    gerente muda a cada regravacao.
           DISPLAY 'Gerente que sai: '
           MOVE SPACES TO WS-GER-ORIGEM-TROCA
           ACCEPT WS-GER-ORIGEM-TROCA
           DISPLAY 'Gerente que assume: '
           MOVE SPACES TO WS-GER-NOVO
           ACCEPT WS-GER-NOVO
           IF WS-GER-ORIGEM-TROCA = SPACES
              OR WS-GER-NOVO = WS-GER-ORIGEM-TROCA
               DISPLAY 'GERENTES INVALIDOS'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2900-VALIDAR-GERENTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE 'SAI' TO WS-GER-ORIGEM
           MOVE ZEROS TO WS-GER-QTD
           MOVE ZEROS TO CRT-CLI-ID
           START ARQCARTEIRA KEY >= CRT-CLI-ID
               INVALID KEY MOVE '10' TO FS-CARTEIRA
           END-START
           PERFORM UNTIL FS-CRT-EOF
               READ ARQCARTEIRA NEXT
                   AT END MOVE '10' TO FS-CARTEIRA
               END-READ
               IF NOT FS-CRT-EOF
                   IF CRT-GERENTE = WS-GER-ORIGEM-TROCA
                       MOVE 'S' TO WS-GER-TEM-CARTEIRA
                       MOVE CRT-CLI-ID TO WS-GER-CLI-BUSCA
                       PERFORM 2800-GRAVAR-ATRIBUICAO
                       IF LS-CODIGO = 0
                           ADD 1 TO WS-GER-QTD
                       END-IF
                       MOVE '00' TO FS-CARTEIRA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTEIRA
           DISPLAY 'CLIENTES TRANSFERIDOS: ' WS-GER-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3500-TRANSFERIR-AGENCIA SECTION.
      *================================================================
       3500-INICIO.
      *    Fechamento de agencia: os clientes com a agencia de
      *    referencia passam ao gerente indicado e, se informada, a
      *    nova agencia de referencia.
           DISPLAY 'Agencia que fecha: '
           ACCEPT WS-GER-AGENCIA
           OPEN INPUT ARQAGENCIA
           MOVE WS-GER-AGENCIA TO AGE-CODIGO
           READ ARQAGENCIA
               INVALID KEY CONTINUE
           END-READ
           IF FS-AGE-OK
               DISPLAY 'AGENCIA ' AGE-CODIGO ' - ' AGE-NOME
                   ' SITUACAO ' AGE-STATUS
           ELSE
               DISPLAY 'AGENCIA FORA DO DIRETORIO DE AGENCIAS'
           END-IF
           CLOSE ARQAGENCIA
           DISPLAY 'Gerente que assume: '
           MOVE SPACES TO WS-GER-NOVO
           ACCEPT WS-GER-NOVO
           PERFORM 2900-VALIDAR-GERENTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'Nova agencia de referencia (ENTER mantem): '
           MOVE ZEROS TO WS-GER-AGENCIA-NOVA
           ACCEPT WS-GER-AGENCIA-NOVA
           MOVE 'AGE' TO WS-GER-ORIGEM
           MOVE ZEROS TO WS-GER-QTD
           MOVE ZEROS TO CRT-CLI-ID
           START ARQCARTEIRA KEY >= CRT-CLI-ID
               INVALID KEY MOVE '10' TO FS-CARTEIRA
           END-START
           PERFORM UNTIL FS-CRT-EOF
               READ ARQCARTEIRA NEXT
                   AT END MOVE '10' TO FS-CARTEIRA
               END-READ
               IF NOT FS-CRT-EOF
                   IF CRT-AGENCIA = WS-GER-AGENCIA
                       IF WS-GER-AGENCIA-NOVA > ZEROS
                           MOVE WS-GER-AGENCIA-NOVA TO CRT-AGENCIA
                       END-IF
                       MOVE 'S' TO WS-GER-TEM-CARTEIRA
                       MOVE CRT-CLI-ID TO WS-GER-CLI-BUSCA
                       PERFORM 2800-GRAVAR-ATRIBUICAO
                       IF LS-CODIGO = 0
                           ADD 1 TO WS-GER-QTD
                       END-IF
                       MOVE '00' TO FS-CARTEIRA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTEIRA
           DISPLAY 'CLIENTES TRANSFERIDOS: ' WS-GER-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-HISTORICO-CLIENTE SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-GER-CLI-BUSCA
           MOVE ZEROS TO WS-GER-QTD
           MOVE WS-GER-CLI-BUSCA TO HCR-CLI-ID
           MOVE ZEROS TO HCR-SEQ
           START ARQCARHIST KEY >= HCR-CHAVE
               INVALID KEY MOVE '10' TO FS-CARHIST
           END-START
           PERFORM UNTIL FS-HCR-EOF
               READ ARQCARHIST NEXT
                   AT END MOVE '10' TO FS-CARHIST
               END-READ
               IF NOT FS-HCR-EOF
                   IF HCR-CLI-ID NOT = WS-GER-CLI-BUSCA
                       MOVE '10' TO FS-CARHIST
                   ELSE
                       ADD 1 TO WS-GER-QTD
                       DISPLAY HCR-DATA ' ' HCR-ORIGEM ' '
                           HCR-GERENTE-ANTES ' -> '
                           HCR-GERENTE-DEPOIS ' POR ' HCR-OPERADOR
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARHIST
           IF WS-GER-QTD = ZEROS
               DISPLAY 'CLIENTE NUNCA TEVE GERENTE ATRIBUIDO'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4500-PRIME-SEM-GERENTE SECTION.
      *================================================================
       4500-INICIO.
           MOVE ZEROS TO WS-GER-QTD
           OPEN INPUT ARQTIER
           IF NOT FS-TIER-OK
               DISPLAY 'SEGMENTACAO (BANKTIER.DAT) INDISPONIVEL'
               MOVE 9001 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO TIER-CLI-ID
           START ARQTIER KEY >= TIER-CLI-ID
               INVALID KEY MOVE '10' TO FS-TIER
           END-START
           PERFORM UNTIL FS-TIER-EOF
               READ ARQTIER NEXT
                   AT END MOVE '10' TO FS-TIER
               END-READ
               IF NOT FS-TIER-EOF
                   IF TIER-PRIME OR TIER-PRIVATE
                       MOVE TIER-CLI-ID TO CRT-CLI-ID
                       READ ARQCARTEIRA
                           INVALID KEY CONTINUE
                       END-READ
                       IF NOT FS-CRT-OK OR CRT-GERENTE = SPACES
                           ADD 1 TO WS-GER-QTD
                           DISPLAY 'CLIENTE ' TIER-CLI-ID
                               ' TIER ' TIER-CODIGO ' SEM GERENTE'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQTIER
           MOVE '00' TO FS-CARTEIRA
           DISPLAY 'PRIME/PRIVATE SEM GERENTE: ' WS-GER-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-WORKLIST-GERENTE SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'Gerente: '
           MOVE SPACES TO WS-WKL-GERENTE
           ACCEPT WS-WKL-GERENTE
           MOVE 'S' TO WS-WKL-EXIBIR
           PERFORM 5050-ABRIR-FONTES
           OPEN OUTPUT ARQWORKLIST
           PERFORM 5100-MONTAR-WORKLIST
           CLOSE ARQWORKLIST
           PERFORM 5060-FECHAR-FONTES
           DISPLAY 'WORKLIST GRAVADA EM BANKGERW.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5050-ABRIR-FONTES.
           OPEN INPUT ARQCLIENTE ARQCONTAS ARQEMPREST ARQINVEST
                      ARQKYC ARQKYCWORK ARQATEND.

       5060-FECHAR-FONTES.
           CLOSE ARQCLIENTE ARQCONTAS ARQEMPREST ARQINVEST
                 ARQKYC ARQKYCWORK ARQATEND.

       5100-MONTAR-WORKLIST.
      *    Uma passada em cada fonte, filtrando pelas contas e
      *    clientes da carteira carregados em tabela.
           MOVE ZEROS TO WS-WKL-QTD-KYC WS-WKL-QTD-EMP
                         WS-WKL-QTD-INV WS-WKL-QTD-NEG
                         WS-WKL-QTD-ATD WS-WKL-QTD-ANV
           MOVE SPACES TO WS-WKL-LINHA
           STRING 'WORKLIST DO GERENTE ' DELIMITED SIZE
                  WS-WKL-GERENTE DELIMITED SPACE
                  ' - ' DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-WKL-LINHA
           END-STRING
           PERFORM 5990-GRAVAR-LINHA
           PERFORM 5200-CARREGAR-CLIENTES
           IF WS-WKL-QTD-CLIENTES = ZEROS
               MOVE '  CARTEIRA VAZIA' TO WS-WKL-LINHA
               PERFORM 5990-GRAVAR-LINHA
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-CARREGAR-CONTAS
           PERFORM 5400-KYC-A-RENOVAR
           PERFORM 5500-EMPRESTIMOS-EM-ATRASO
           PERFORM 5600-INVESTIMENTOS-VENCENDO
           PERFORM 5700-CONTAS-NEGATIVAS
           PERFORM 5800-PROTOCOLOS-ABERTOS
           PERFORM 5850-ANIVERSARIANTES
           MOVE WS-WKL-QTD-CLIENTES TO WS-GER-QTD
           MOVE SPACES TO WS-WKL-LINHA
           STRING '  CLIENTES ' DELIMITED SIZE
                  WS-GER-QTD DELIMITED SIZE
                  ' KYC ' DELIMITED SIZE
                  WS-WKL-QTD-KYC DELIMITED SIZE
                  ' EMP ' DELIMITED SIZE
                  WS-WKL-QTD-EMP DELIMITED SIZE
                  ' INV ' DELIMITED SIZE
                  WS-WKL-QTD-INV DELIMITED SIZE
                  ' NEG ' DELIMITED SIZE
                  WS-WKL-QTD-NEG DELIMITED SIZE
                  ' ATD ' DELIMITED SIZE
                  WS-WKL-QTD-ATD DELIMITED SIZE
                  ' ANV ' DELIMITED SIZE
                  WS-WKL-QTD-ANV DELIMITED SIZE
               INTO WS-WKL-LINHA
           END-STRING
           PERFORM 5990-GRAVAR-LINHA
           MOVE SPACES TO WS-WKL-LINHA
           PERFORM 5990-GRAVAR-LINHA.

       5200-CARREGAR-CLIENTES.
           MOVE ZEROS TO WS-WKL-QTD-CLIENTES
           MOVE WS-WKL-GERENTE TO CRT-GERENTE
           START ARQCARTEIRA KEY IS = CRT-GERENTE
               INVALID KEY MOVE '10' TO FS-CARTEIRA
           END-START
           PERFORM UNTIL FS-CRT-EOF
               READ ARQCARTEIRA NEXT
                   AT END MOVE '10' TO FS-CARTEIRA
               END-READ
               IF NOT FS-CRT-EOF
                   IF CRT-GERENTE NOT = WS-WKL-GERENTE
                       MOVE '10' TO FS-CARTEIRA
                   ELSE
                       PERFORM 5210-INCLUIR-CLIENTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTEIRA.

       5210-INCLUIR-CLIENTE.
           IF WS-WKL-QTD-CLIENTES >= 500
               DISPLAY 'CARTEIRA ACIMA DE 500 CLIENTES - CLIENTE '
                   CRT-CLI-ID ' FORA DA WORKLIST'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WKL-QTD-CLIENTES
           MOVE WS-WKL-QTD-CLIENTES TO WS-WKL-IDX
           MOVE CRT-CLI-ID TO WS-WKL-CLI-ID(WS-WKL-IDX)
           MOVE SPACES TO WS-WKL-CLI-NOME(WS-WKL-IDX)
           MOVE ZEROS TO WS-WKL-CLI-NASC(WS-WKL-IDX)
           MOVE CRT-CLI-ID TO GER-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           IF FS-CLI-OK
               MOVE 'D' TO WS-CRYSRV-MODO
               MOVE GER-CLI-NOME TO WS-CRYSRV-TEXTO
               MOVE 60 TO WS-CRYSRV-TAMANHO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
               IF WS-CRYSRV-CODIGO = ZEROS
                   MOVE WS-CRYSRV-TEXTO(1:60) TO GER-CLI-NOME
               END-IF
               MOVE GER-CLI-NOME TO WS-WKL-CLI-NOME(WS-WKL-IDX)
               MOVE GER-CLI-DT-NASC TO WS-WKL-CLI-NASC(WS-WKL-IDX)
           END-IF.

       5300-CARREGAR-CONTAS.
           MOVE ZEROS TO WS-WKL-QTD-CONTAS
           MOVE ZEROS TO GER-CONTA-NUM
           START ARQCONTAS KEY >= GER-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF AND NOT GER-CONTA-ENCERRADA
                   MOVE GER-CONTA-CLI-ID TO WS-RES-CLI-BUSCA
                   PERFORM 5900-LOCALIZAR-CLIENTE
                   IF WS-WKL-ACHOU > ZEROS
                      AND WS-WKL-QTD-CONTAS < 1500
                       ADD 1 TO WS-WKL-QTD-CONTAS
                       MOVE WS-WKL-QTD-CONTAS TO WS-WKL-J
                       MOVE GER-CONTA-NUM TO WS-WKL-CONTA(WS-WKL-J)
                       MOVE WS-WKL-ACHOU
                           TO WS-WKL-CONTA-CLI(WS-WKL-J)
                       MOVE GER-CONTA-SALDO
                           TO WS-WKL-CONTA-SALDO(WS-WKL-J)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       5400-KYC-A-RENOVAR.
      *    Pendencia ja apontada pela rotina de KYC (vencido ou
      *    faltante) e documentos que vencem dentro do horizonte.
           MOVE 'KYC' TO WS-WKL-TIPO
           PERFORM VARYING WS-WKL-IDX FROM 1 BY 1
                   UNTIL WS-WKL-IDX > WS-WKL-QTD-CLIENTES
               MOVE WS-WKL-CLI-ID(WS-WKL-IDX) TO KYW-CLI-ID
               READ ARQKYCWORK
                   INVALID KEY CONTINUE
               END-READ
               IF FS-KYW-OK
                   MOVE SPACES TO WS-WKL-DETALHE
                   IF KYW-VENCIDO
                       STRING 'DOSSIE VENCIDO HA ' DELIMITED SIZE
                              KYW-DIAS-VENCIDO DELIMITED SIZE
                              ' DIA(S)' DELIMITED SIZE
                           INTO WS-WKL-DETALHE
                       END-STRING
                   ELSE
                       MOVE 'DOCUMENTO OBRIGATORIO FALTANTE'
                           TO WS-WKL-DETALHE
                   END-IF
                   ADD 1 TO WS-WKL-QTD-KYC
                   PERFORM 5950-LINHA-ITEM
               END-IF
               PERFORM 5410-DOCUMENTOS-A-VENCER
           END-PERFORM.

       5410-DOCUMENTOS-A-VENCER.
           MOVE WS-WKL-CLI-ID(WS-WKL-IDX) TO GER-KYC-CLI-ID
           START ARQKYC KEY IS = GER-KYC-CLI-ID
               INVALID KEY MOVE '10' TO FS-KYC
           END-START
           PERFORM UNTIL FS-KYC-EOF
               READ ARQKYC NEXT
                   AT END MOVE '10' TO FS-KYC
               END-READ
               IF NOT FS-KYC-EOF
                   IF GER-KYC-CLI-ID NOT = WS-WKL-CLI-ID(WS-WKL-IDX)
                       MOVE '10' TO FS-KYC
                   ELSE
                       IF GER-KYC-DT-VALIDADE >= WS-DATA-HOJE
                          AND GER-KYC-DT-VALIDADE <= WS-WKL-DT-LIMITE
                           MOVE SPACES TO WS-WKL-DETALHE
                           STRING 'DOCUMENTO ' DELIMITED SIZE
                                  GER-KYC-TIPO DELIMITED SIZE
                                  ' VENCE EM ' DELIMITED SIZE
                                  GER-KYC-DT-VALIDADE DELIMITED SIZE
                               INTO WS-WKL-DETALHE
                           END-STRING
                           ADD 1 TO WS-WKL-QTD-KYC
                           PERFORM 5950-LINHA-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-KYC.

       5500-EMPRESTIMOS-EM-ATRASO.
           MOVE 'EMP' TO WS-WKL-TIPO
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF AND EMP-EM-ATRASO
                   MOVE EMP-CONTA TO WS-RES-CLI-BUSCA
                   PERFORM 5920-LOCALIZAR-CONTA
                   IF WS-WKL-ACHOU > ZEROS
                       MOVE WS-WKL-CONTA-CLI(WS-WKL-ACHOU)
                           TO WS-WKL-IDX
                       MOVE EMP-VALOR-PARCELA TO WS-VL-EDIT
                       MOVE SPACES TO WS-WKL-DETALHE
                       STRING 'CONTRATO ' DELIMITED SIZE
                              EMP-ID DELIMITED SIZE
                              ' PARCELA ' DELIMITED SIZE
                              WS-VL-EDIT DELIMITED SIZE
                              ' ATRASOS ' DELIMITED SIZE
                              EMP-QTD-ATRASOS DELIMITED SIZE
                           INTO WS-WKL-DETALHE
                       END-STRING
                       ADD 1 TO WS-WKL-QTD-EMP
                       PERFORM 5950-LINHA-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-EMPREST.

       5600-INVESTIMENTOS-VENCENDO.
           MOVE 'INV' TO WS-WKL-TIPO
           MOVE ZEROS TO GER-INV-ID
           START ARQINVEST KEY >= GER-INV-ID
               INVALID KEY MOVE '10' TO FS-INVEST
           END-START
           PERFORM UNTIL FS-INV-EOF
               READ ARQINVEST NEXT
                   AT END MOVE '10' TO FS-INVEST
               END-READ
               IF NOT FS-INV-EOF AND GER-INV-ATIVO
                  AND GER-INV-DT-VENCTO >= WS-DATA-HOJE
                  AND GER-INV-DT-VENCTO <= WS-WKL-DT-LIMITE
                   MOVE GER-INV-CONTA TO WS-RES-CLI-BUSCA
                   PERFORM 5920-LOCALIZAR-CONTA
                   IF WS-WKL-ACHOU > ZEROS
                       MOVE WS-WKL-CONTA-CLI(WS-WKL-ACHOU)
                           TO WS-WKL-IDX
                       MOVE GER-INV-VALOR-ATUAL TO WS-VL-EDIT
                       MOVE SPACES TO WS-WKL-DETALHE
                       STRING GER-INV-PRODUTO(1:20) DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              WS-VL-EDIT DELIMITED SIZE
                              ' VENCE ' DELIMITED SIZE
                              GER-INV-DT-VENCTO DELIMITED SIZE
                           INTO WS-WKL-DETALHE
                       END-STRING
                       ADD 1 TO WS-WKL-QTD-INV
                       PERFORM 5950-LINHA-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-INVEST.

       5700-CONTAS-NEGATIVAS.
           MOVE 'NEG' TO WS-WKL-TIPO
           PERFORM VARYING WS-WKL-J FROM 1 BY 1
                   UNTIL WS-WKL-J > WS-WKL-QTD-CONTAS
               IF WS-WKL-CONTA-SALDO(WS-WKL-J) < ZEROS
                   MOVE WS-WKL-CONTA-CLI(WS-WKL-J) TO WS-WKL-IDX
                   MOVE WS-WKL-CONTA-SALDO(WS-WKL-J) TO WS-VL-EDIT
                   MOVE SPACES TO WS-WKL-DETALHE
                   STRING 'CONTA ' DELIMITED SIZE
                          WS-WKL-CONTA(WS-WKL-J) DELIMITED SIZE
                          ' SALDO ' DELIMITED SIZE
                          WS-VL-EDIT DELIMITED SIZE
                       INTO WS-WKL-DETALHE
                   END-STRING
                   ADD 1 TO WS-WKL-QTD-NEG
                   PERFORM 5950-LINHA-ITEM
               END-IF
           END-PERFORM.

       5800-PROTOCOLOS-ABERTOS.
           MOVE 'ATD' TO WS-WKL-TIPO
           PERFORM VARYING WS-WKL-IDX FROM 1 BY 1
                   UNTIL WS-WKL-IDX > WS-WKL-QTD-CLIENTES
               MOVE WS-WKL-CLI-ID(WS-WKL-IDX) TO ATD-CLI-ID
               START ARQATEND KEY IS = ATD-CLI-ID
                   INVALID KEY MOVE '10' TO FS-ATEND
               END-START
               PERFORM UNTIL FS-ATD-EOF
                   READ ARQATEND NEXT
                       AT END MOVE '10' TO FS-ATEND
                   END-READ
                   IF NOT FS-ATD-EOF
                       IF ATD-CLI-ID NOT = WS-WKL-CLI-ID(WS-WKL-IDX)
                           MOVE '10' TO FS-ATEND
                       ELSE
                           IF ATD-ABERTO OR ATD-EM-ANDAMENTO
                               PERFORM 5810-ITEM-PROTOCOLO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-ATEND
           END-PERFORM.

       5810-ITEM-PROTOCOLO.
           MOVE SPACES TO WS-WKL-DETALHE
           STRING 'PROTOCOLO ' DELIMITED SIZE
                  ATD-PROTOCOLO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ATD-CATEGORIA DELIMITED SIZE
                  ' PRAZO ' DELIMITED SIZE
                  ATD-DT-PRAZO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ATD-DESCRICAO(1:25) DELIMITED SIZE
               INTO WS-WKL-DETALHE
           END-STRING
           ADD 1 TO WS-WKL-QTD-ATD
           PERFORM 5950-LINHA-ITEM.

       5850-ANIVERSARIANTES.
           MOVE 'ANV' TO WS-WKL-TIPO
           PERFORM VARYING WS-WKL-IDX FROM 1 BY 1
                   UNTIL WS-WKL-IDX > WS-WKL-QTD-CLIENTES
               IF WS-WKL-CLI-NASC(WS-WKL-IDX) > ZEROS
                  AND WS-WKL-CLI-NASC(WS-WKL-IDX)(5:4)
                      = WS-DATA-HOJE(5:4)
                   MOVE SPACES TO WS-WKL-DETALHE
                   STRING 'ANIVERSARIO HOJE - NASCIDO EM '
                              DELIMITED SIZE
                          WS-WKL-CLI-NASC(WS-WKL-IDX) DELIMITED SIZE
                       INTO WS-WKL-DETALHE
                   END-STRING
                   ADD 1 TO WS-WKL-QTD-ANV
                   PERFORM 5950-LINHA-ITEM
               END-IF
           END-PERFORM.

       5900-LOCALIZAR-CLIENTE.
      *    Indice do cliente WS-RES-CLI-BUSCA na tabela da carteira
      *    (zero quando nao pertence a ela).
           MOVE ZEROS TO WS-WKL-ACHOU
           PERFORM VARYING WS-WKL-J FROM 1 BY 1
                   UNTIL WS-WKL-J > WS-WKL-QTD-CLIENTES
                      OR WS-WKL-ACHOU > ZEROS
               IF WS-WKL-CLI-ID(WS-WKL-J) = WS-RES-CLI-BUSCA
                   MOVE WS-WKL-J TO WS-WKL-ACHOU
               END-IF
           END-PERFORM.

       5920-LOCALIZAR-CONTA.
      *    Indice da conta WS-RES-CLI-BUSCA na tabela de contas da
      *    carteira (zero quando nao pertence a ela).
           MOVE ZEROS TO WS-WKL-ACHOU
           PERFORM VARYING WS-WKL-J FROM 1 BY 1
                   UNTIL WS-WKL-J > WS-WKL-QTD-CONTAS
                      OR WS-WKL-ACHOU > ZEROS
               IF WS-WKL-CONTA(WS-WKL-J) = WS-RES-CLI-BUSCA
                   MOVE WS-WKL-J TO WS-WKL-ACHOU
               END-IF
           END-PERFORM.

       5950-LINHA-ITEM.
           MOVE SPACES TO WS-WKL-LINHA
           STRING '  ' DELIMITED SIZE
                  WS-WKL-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WKL-CLI-ID(WS-WKL-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WKL-CLI-NOME(WS-WKL-IDX)(1:25) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WKL-DETALHE DELIMITED SIZE
               INTO WS-WKL-LINHA
           END-STRING
           PERFORM 5990-GRAVAR-LINHA.

       5990-GRAVAR-LINHA.
           WRITE REG-WORKLIST FROM WS-WKL-LINHA
           IF WKL-EXIBIR
               DISPLAY WS-WKL-LINHA(1:110)
           END-IF.

      *================================================================
       6000-WORKLIST-TODOS SECTION.
      *================================================================
       6000-INICIO.
      *    Lote diario: uma worklist por gerente com carteira, todas
      *    no mesmo arquivo para a distribuicao nas agencias.
           MOVE 'N' TO WS-WKL-EXIBIR
           MOVE ZEROS TO WS-WKL-QTD-GERENTES
           MOVE ZEROS TO CRT-CLI-ID
           START ARQCARTEIRA KEY >= CRT-CLI-ID
               INVALID KEY MOVE '10' TO FS-CARTEIRA
           END-START
           PERFORM UNTIL FS-CRT-EOF
               READ ARQCARTEIRA NEXT
                   AT END MOVE '10' TO FS-CARTEIRA
               END-READ
               IF NOT FS-CRT-EOF AND CRT-GERENTE NOT = SPACES
                   PERFORM 6100-INCLUIR-GERENTE
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTEIRA
           PERFORM 5050-ABRIR-FONTES
           OPEN OUTPUT ARQWORKLIST
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-WKL-QTD-GERENTES
               MOVE WS-WKL-GER-ID(WS-RES-IDX) TO WS-WKL-GERENTE
               PERFORM 5100-MONTAR-WORKLIST
           END-PERFORM
           CLOSE ARQWORKLIST
           PERFORM 5060-FECHAR-FONTES
           DISPLAY 'WORKLISTS GERADAS: ' WS-WKL-QTD-GERENTES
               ' (BANKGERW.TXT)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6100-INCLUIR-GERENTE.
           MOVE ZEROS TO WS-WKL-ACHOU
           PERFORM VARYING WS-WKL-J FROM 1 BY 1
                   UNTIL WS-WKL-J > WS-WKL-QTD-GERENTES
                      OR WS-WKL-ACHOU > ZEROS
               IF WS-WKL-GER-ID(WS-WKL-J) = CRT-GERENTE
                   MOVE WS-WKL-J TO WS-WKL-ACHOU
               END-IF
           END-PERFORM
           IF WS-WKL-ACHOU = ZEROS AND WS-WKL-QTD-GERENTES < 200
               ADD 1 TO WS-WKL-QTD-GERENTES
               MOVE CRT-GERENTE TO WS-WKL-GER-ID(WS-WKL-QTD-GERENTES)
           END-IF.

      *================================================================
       7000-RESUMO-CARTEIRAS SECTION.
      *================================================================
       7000-INICIO.
      *    Saldos: soma dos saldos credores das contas. Credito:
      *    saldo devedor dos emprestimos abertos (parcelas a vencer)
      *    mais o uso de cheque especial (saldo negativo).
           MOVE ZEROS TO WS-RES-QTD-GERENTES
           MOVE ZEROS TO CRT-CLI-ID
           START ARQCARTEIRA KEY >= CRT-CLI-ID
               INVALID KEY MOVE '10' TO FS-CARTEIRA
           END-START
           PERFORM UNTIL FS-CRT-EOF
               READ ARQCARTEIRA NEXT
                   AT END MOVE '10' TO FS-CARTEIRA
               END-READ
               IF NOT FS-CRT-EOF AND CRT-GERENTE NOT = SPACES
                   PERFORM 7900-LOCALIZAR-GERENTE
                   IF WS-RES-IDX > ZEROS
                       ADD 1 TO WS-RES-QTD-CLI(WS-RES-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CARTEIRA
           OPEN INPUT ARQCONTAS ARQEMPREST ARQINVEST
           PERFORM 7100-SOMAR-CONTAS
           PERFORM 7200-SOMAR-INVESTIMENTOS
           PERFORM 7300-SOMAR-EMPRESTIMOS
           CLOSE ARQCONTAS ARQEMPREST ARQINVEST
           PERFORM 7500-EMITIR-RESUMO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       7100-SOMAR-CONTAS.
           MOVE ZEROS TO GER-CONTA-NUM
           START ARQCONTAS KEY >= GER-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF AND NOT GER-CONTA-ENCERRADA
                   MOVE GER-CONTA-CLI-ID TO WS-RES-CLI-BUSCA
                   PERFORM 7800-GERENTE-DO-CLIENTE
                   IF WS-RES-IDX > ZEROS
                       IF GER-CONTA-SALDO >= ZEROS
                           ADD GER-CONTA-SALDO
                               TO WS-RES-SALDOS(WS-RES-IDX)
                       ELSE
                           SUBTRACT GER-CONTA-SALDO
                               FROM WS-RES-CREDITO(WS-RES-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       7200-SOMAR-INVESTIMENTOS.
           MOVE ZEROS TO GER-INV-ID
           START ARQINVEST KEY >= GER-INV-ID
               INVALID KEY MOVE '10' TO FS-INVEST
           END-START
           PERFORM UNTIL FS-INV-EOF
               READ ARQINVEST NEXT
                   AT END MOVE '10' TO FS-INVEST
               END-READ
               IF NOT FS-INV-EOF AND GER-INV-ATIVO
                   MOVE GER-INV-CONTA TO GER-CONTA-NUM
                   PERFORM 7850-CLIENTE-DA-CONTA
                   IF WS-RES-IDX > ZEROS
                       ADD GER-INV-VALOR-ATUAL
                           TO WS-RES-INVEST(WS-RES-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-INVEST.

       7300-SOMAR-EMPRESTIMOS.
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                  AND (EMP-ATIVO OR EMP-EM-ATRASO)
                   MOVE EMP-CONTA TO GER-CONTA-NUM
                   PERFORM 7850-CLIENTE-DA-CONTA
                   IF WS-RES-IDX > ZEROS
                      AND EMP-PRAZO-MESES > EMP-PARCELAS-PAGAS
                       COMPUTE WS-RES-DEVEDOR = EMP-VALOR-PARCELA *
                           (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
                       ADD WS-RES-DEVEDOR
                           TO WS-RES-CREDITO(WS-RES-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-EMPREST.

       7500-EMITIR-RESUMO.
           MOVE ZEROS TO WS-RES-TOT-CLI WS-RES-TOT-SALDOS
                         WS-RES-TOT-INVEST WS-RES-TOT-CREDITO
           OPEN OUTPUT ARQRESUMO
           MOVE SPACES TO WS-RES-LINHA
           STRING 'BANKGER - RESUMO DAS CARTEIRAS - ' DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-RES-LINHA
           END-STRING
           PERFORM 7590-GRAVAR-LINHA
           MOVE 'GERENTE              CLIENTES            SALDOS'
               TO WS-RES-LINHA
           MOVE 'INVESTIMENTOS            CREDITO' TO WS-RES-LINHA(58:)
           PERFORM 7590-GRAVAR-LINHA
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-QTD-GERENTES
               ADD WS-RES-QTD-CLI(WS-RES-IDX) TO WS-RES-TOT-CLI
               ADD WS-RES-SALDOS(WS-RES-IDX) TO WS-RES-TOT-SALDOS
               ADD WS-RES-INVEST(WS-RES-IDX) TO WS-RES-TOT-INVEST
               ADD WS-RES-CREDITO(WS-RES-IDX) TO WS-RES-TOT-CREDITO
               MOVE WS-RES-SALDOS(WS-RES-IDX) TO WS-RES-VL-SALDOS
               MOVE WS-RES-INVEST(WS-RES-IDX) TO WS-RES-VL-INVEST
               MOVE WS-RES-CREDITO(WS-RES-IDX) TO WS-RES-VL-CREDITO
               MOVE SPACES TO WS-RES-LINHA
               STRING WS-RES-GER-ID(WS-RES-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RES-QTD-CLI(WS-RES-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RES-VL-SALDOS DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RES-VL-INVEST DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RES-VL-CREDITO DELIMITED SIZE
                   INTO WS-RES-LINHA
               END-STRING
               PERFORM 7590-GRAVAR-LINHA
           END-PERFORM
           MOVE WS-RES-TOT-SALDOS TO WS-RES-VL-SALDOS
           MOVE WS-RES-TOT-INVEST TO WS-RES-VL-INVEST
           MOVE WS-RES-TOT-CREDITO TO WS-RES-VL-CREDITO
           MOVE SPACES TO WS-RES-LINHA
           STRING 'TOTAL               ' DELIMITED SIZE
                  WS-RES-TOT-CLI DELIMITED SIZE
                  WS-RES-VL-SALDOS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RES-VL-INVEST DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RES-VL-CREDITO DELIMITED SIZE
               INTO WS-RES-LINHA
           END-STRING
           PERFORM 7590-GRAVAR-LINHA
           CLOSE ARQRESUMO
           DISPLAY 'RESUMO GRAVADO EM BANKGERC.TXT'.

       7590-GRAVAR-LINHA.
           WRITE REG-RESUMO FROM WS-RES-LINHA
           DISPLAY WS-RES-LINHA(1:110).

       7800-GERENTE-DO-CLIENTE.
      *    Gerente do cliente WS-RES-CLI-BUSCA na tabela do resumo
      *    (zero quando o cliente nao tem gerente).
           MOVE ZEROS TO WS-RES-IDX
           MOVE WS-RES-CLI-BUSCA TO CRT-CLI-ID
           READ ARQCARTEIRA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CRT-OK AND CRT-GERENTE NOT = SPACES
               PERFORM 7900-LOCALIZAR-GERENTE
           END-IF.

       7850-CLIENTE-DA-CONTA.
           MOVE ZEROS TO WS-RES-IDX
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE GER-CONTA-CLI-ID TO WS-RES-CLI-BUSCA
               PERFORM 7800-GERENTE-DO-CLIENTE
           END-IF.

       7900-LOCALIZAR-GERENTE.
      *    Indice de CRT-GERENTE na tabela do resumo, incluindo o
      *    gerente na primeira ocorrencia.
           MOVE ZEROS TO WS-RES-IDX
           PERFORM VARYING WS-WKL-J FROM 1 BY 1
                   UNTIL WS-WKL-J > WS-RES-QTD-GERENTES
                      OR WS-RES-IDX > ZEROS
               IF WS-RES-GER-ID(WS-WKL-J) = CRT-GERENTE
                   MOVE WS-WKL-J TO WS-RES-IDX
               END-IF
           END-PERFORM
           IF WS-RES-IDX = ZEROS AND WS-RES-QTD-GERENTES < 200
               ADD 1 TO WS-RES-QTD-GERENTES
               MOVE WS-RES-QTD-GERENTES TO WS-RES-IDX
               MOVE CRT-GERENTE TO WS-RES-GER-ID(WS-RES-IDX)
               MOVE ZEROS TO WS-RES-QTD-CLI(WS-RES-IDX)
                             WS-RES-SALDOS(WS-RES-IDX)
                             WS-RES-INVEST(WS-RES-IDX)
                             WS-RES-CREDITO(WS-RES-IDX)
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
