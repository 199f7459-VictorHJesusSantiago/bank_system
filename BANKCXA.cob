      *================================================================
      * BANKCXA.COB - Caixinhas (Metas de Poupanca na Conta Corrente)
      * Sistema Bancario COBOL
      * Sub-saldos nomeados dentro da conta corrente, escolhidos pelo
      * cliente para separar dinheiro para um objetivo (ferias,
      * impostos...), com valor e data de meta opcionais. O dinheiro
      * guardado continua no saldo da conta (BANKCXA.DAT, movimentos
      * em BANKCXAM.DAT), mas todo debito do BANKTRAN, BANKTRF e
      * BANKPAY o abate do disponivel pelo servico BANKCXS, ate o
      * cliente resgata-lo. Guardar usa so o saldo livre da conta
      * (sem limite, bloqueios, vinculadas e outras caixinhas).
      * Dinheiro entra e sai pelo menu ou por regra programada
      * mensal (guardar ou resgatar um valor num dia do mes). Nada
      * disso e a aplicacao automatica do sweep: aqui e o cliente
      * quem escolhe quanto separar.
      * No lote de dias uteis: executa as regras programadas do mes,
      * ajusta as caixinhas ao saldo da conta quando debitos fora do
      * disponivel (tarifas, ordens judiciais) deixaram o saldo
      * abaixo do guardado e credita o rendimento diario atrelado ao
      * CDI de BANKTAXA.DAT como transacao 'REN' na conta, somado a
      * caixinha. Avisos ao cliente pela fila de notificacoes.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCXA.

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
               RECORD KEY IS CXAC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXAC-TRANS-ID
               ALTERNATE RECORD KEY IS CXAC-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CXAC-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQBLOQ ASSIGN TO 'BANKBLOQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-ID
               ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BLOQ.

           SELECT ARQCAIXINHA ASSIGN TO 'BANKCXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-ID
               ALTERNATE RECORD KEY IS CXA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CAIXINHA.

           SELECT ARQMOVCXA ASSIGN TO 'BANKCXAM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXM-CHAVE
               FILE STATUS IS FS-MOVCXA.

           SELECT ARQTAXAS ASSIGN TO 'BANKTAXA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAXAS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CXAC-CONTA-NUM        PIC 9(10).
           05  CXAC-CONTA-AGENCIA    PIC 9(4).
           05  CXAC-CONTA-DIGITO     PIC 9(1).
           05  CXAC-CONTA-TIPO       PIC X(2).
           05  CXAC-CONTA-STATUS     PIC X(1).
           05  CXAC-CONTA-SALDO      PIC S9(13)V99 COMP-3.
           05  CXAC-CONTA-LIMITE     PIC S9(11)V99 COMP-3.
           05  CXAC-CONTA-TITULAR    PIC X(60).
           05  CXAC-CONTA-CPF        PIC X(11).
           05  CXAC-CONTA-EMAIL      PIC X(80).
           05  CXAC-CONTA-TELEFONE   PIC X(15).
           05  CXAC-CONTA-DT-ABERTURA PIC 9(8).
           05  CXAC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CXAC-CONTA-SENHA-HASH PIC X(64).
           05  CXAC-CONTA-COTIT-NOME PIC X(60).
           05  CXAC-CONTA-COTIT-CPF  PIC X(11).
           05  CXAC-CONTA-CLI-ID     PIC 9(10).
           05  CXAC-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CXAC-TRANS-ID         PIC 9(15).
           05  CXAC-TRANS-CONTA-ORG  PIC 9(10).
           05  CXAC-TRANS-CONTA-DEST PIC 9(10).
           05  CXAC-TRANS-TIPO       PIC X(3).
           05  CXAC-TRANS-VALOR      PIC S9(13)V99 COMP-3.
           05  CXAC-TRANS-DATA       PIC 9(8).
           05  CXAC-TRANS-HORA       PIC 9(6).
           05  CXAC-TRANS-DESCRICAO  PIC X(100).
           05  CXAC-TRANS-STATUS     PIC X(1).
           05  CXAC-TRANS-NSU        PIC 9(12).
           05  CXAC-TRANS-CANAL      PIC X(10).
           05  CXAC-TRANS-MOEDA      PIC X(3).

       FD  ARQBLOQ.
       01  REG-BLOQUEIO.
           05  BLQ-ID                PIC 9(10).
           05  BLQ-CONTA             PIC 9(10).
           05  BLQ-VALOR             PIC S9(13)V99 COMP-3.
           05  BLQ-ORIGEM            PIC X(1).
           05  BLQ-PROCESSO          PIC X(20).
           05  BLQ-DT-REGISTRO       PIC 9(8).
           05  BLQ-DT-VALIDADE       PIC 9(8).
           05  BLQ-STATUS            PIC X(1).
               88  BLQ-ATIVO         VALUE 'A'.

       FD  ARQCAIXINHA.
       01  REG-CAIXINHA.
           05  CXA-ID                PIC 9(10).
           05  CXA-CONTA             PIC 9(10).
           05  CXA-NOME              PIC X(30).
           05  CXA-VALOR-META        PIC S9(13)V99 COMP-3.
           05  CXA-DT-META           PIC 9(8).
           05  CXA-SALDO             PIC S9(13)V99 COMP-3.
           05  CXA-TOT-RENDIMENTO    PIC S9(13)V99 COMP-3.
           05  CXA-DT-CRIACAO        PIC 9(8).
           05  CXA-DT-ULT-REND       PIC 9(8).
           05  CXA-REGRA-SENTIDO     PIC X(1).
               88  CXA-SEM-REGRA     VALUE 'N'.
               88  CXA-REGRA-GUARDAR VALUE 'G'.
               88  CXA-REGRA-RESGATAR VALUE 'R'.
           05  CXA-REGRA-DIA         PIC 9(2).
           05  CXA-REGRA-VALOR       PIC S9(13)V99 COMP-3.
           05  CXA-REGRA-MES-ULT     PIC 9(6).
           05  CXA-META-AVISADA      PIC X(1).
               88  CXA-META-JA-AVISADA VALUE 'S'.
           05  CXA-QTD-MOV           PIC 9(5).
           05  CXA-SITUACAO          PIC X(1).
               88  CXA-ATIVA         VALUE 'A'.
               88  CXA-ENCERRADA     VALUE 'E'.
           05  CXA-DT-SITUACAO       PIC 9(8).
           05  CXA-OPERADOR          PIC X(20).

       FD  ARQMOVCXA.
       01  REG-MOVCXA.
           05  CXM-CHAVE.
               10  CXM-CXA-ID        PIC 9(10).
               10  CXM-SEQ           PIC 9(5).
           05  CXM-DATA              PIC 9(8).
           05  CXM-TIPO              PIC X(1).
               88  CXM-GUARDAR       VALUE 'G'.
               88  CXM-RESGATE       VALUE 'R'.
               88  CXM-RENDIMENTO    VALUE 'J'.
               88  CXM-AJUSTE        VALUE 'A'.
               88  CXM-ENCERRAMENTO  VALUE 'E'.
           05  CXM-ORIGEM            PIC X(1).
               88  CXM-PELO-MENU     VALUE 'M'.
               88  CXM-PELA-REGRA    VALUE 'P'.
               88  CXM-PELO-LOTE     VALUE 'L'.
           05  CXM-VALOR             PIC S9(13)V99 COMP-3.
           05  CXM-SALDO             PIC S9(13)V99 COMP-3.
           05  CXM-OPERADOR          PIC X(20).

       FD  ARQTAXAS.
           COPY BANKTAXA.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CXA-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-BLOQ              PIC XX.
               88  FS-BLQ-OK        VALUE '00'.
               88  FS-BLQ-EOF       VALUE '10'.
           05  FS-CAIXINHA          PIC XX.
               88  FS-CXA-OK        VALUE '00'.
               88  FS-CXA-EOF       VALUE '10'.
           05  FS-MOVCXA            PIC XX.
               88  FS-CXM-OK        VALUE '00'.
               88  FS-CXM-EOF       VALUE '10'.
           05  FS-TAXAS             PIC XX.
               88  FS-TAXAS-OK      VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CAIXINHA-CTRL.
           05  WS-CXI-ID            PIC 9(10).
           05  WS-CXI-CONTA         PIC 9(10).
           05  WS-CXI-NOME          PIC X(30).
           05  WS-CXI-META          PIC S9(13)V99 COMP-3.
           05  WS-CXI-DT-META       PIC 9(8).
           05  WS-CXI-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-CXI-SENTIDO       PIC X(1).
           05  WS-CXI-DIA           PIC 9(2).
           05  WS-CXI-CONFIRMA      PIC X(1).
           05  WS-CXI-LIVRE         PIC S9(13)V99 COMP-3.
           05  WS-CXI-BLOQUEADO     PIC S9(13)V99 COMP-3.
           05  WS-CXI-GUARDADO      PIC S9(13)V99 COMP-3.
           05  WS-CXI-QTD           PIC 9(5).
           05  WS-CXI-PERC          PIC 9(5)V9.
           05  WS-CXI-PERC-DISP     PIC ZZZZ9,9.

       01  WS-LOTE-CTRL.
           05  WS-LOT-QTD-REGRAS    PIC 9(5).
           05  WS-LOT-QTD-RECUSADAS PIC 9(5).
           05  WS-LOT-QTD-REND      PIC 9(5).
           05  WS-LOT-QTD-AJUSTES   PIC 9(5).
           05  WS-LOT-TOT-REND      PIC S9(13)V99 COMP-3.
           05  WS-LOT-CONTA-ATUAL   PIC 9(10).
           05  WS-LOT-COBERTURA     PIC S9(13)V99 COMP-3.
           05  WS-LOT-CONTA-LIDA    PIC X(1).
               88  LOT-CONTA-LIDA   VALUE 'S'.

       01  WS-TAXA-CTRL.
      *    Caixinha rende o percentual do CDI abaixo, por dia util.
           05  WS-CXA-PERC-CDI      PIC 9(3)V99 COMP-3 VALUE 100,00.
           05  WS-CDI-ATUAL         PIC 9(3)V9(6) VALUE ZEROS.
           05  WS-TAXA-ANUAL        PIC 9(5)V9(6) COMP-3.
           05  WS-TAXA-DIARIA       PIC 9(3)V9(10) COMP-3.
           05  WS-REND-VALOR        PIC S9(13)V99 COMP-3.

       01  WS-MOVIMENTO-CTRL.
           05  WS-MOV-TIPO          PIC X(1).
           05  WS-MOV-ORIGEM        PIC X(1).
           05  WS-MOV-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-MOV-DESCRICAO     PIC X(12).

       01  WS-GERAL-CTRL.
           05  WS-CXA-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(10)9,99-.
           05  WS-VL-DISP2          PIC Z(10)9,99-.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-VINCULADA.
      *    Area de chamada do servico de contas vinculadas (BANKESS)
           05  WS-ESCSRV-MODO       PIC X(1).
           05  WS-ESCSRV-ID         PIC 9(10).
           05  WS-ESCSRV-CONTA      PIC 9(10).
           05  WS-ESCSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-ESCSRV-PROCESSO   PIC X(20).
           05  WS-ESCSRV-DATA       PIC 9(8).
           05  WS-ESCSRV-CODIGO     PIC 9(4).
           05  WS-ESCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-NOTIFIC.
      *    Area de chamada do gravador de notificacoes (BANKNOT)
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
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 0120-CARREGAR-TAXA-CDI
               PERFORM 5000-REGRAS-PROGRAMADAS
               PERFORM 6000-RENDIMENTO-DIARIO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQBLOQ ARQCAIXINHA ARQMOVCXA
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQBLOQ
           IF FS-BLOQ = '35'
               OPEN OUTPUT ARQBLOQ
               CLOSE ARQBLOQ
               OPEN INPUT ARQBLOQ
           END-IF
           OPEN I-O ARQCAIXINHA
           IF FS-CAIXINHA = '35'
               OPEN OUTPUT ARQCAIXINHA
               CLOSE ARQCAIXINHA
               OPEN I-O ARQCAIXINHA
           END-IF
           OPEN I-O ARQMOVCXA
           IF FS-MOVCXA = '35'
               OPEN OUTPUT ARQMOVCXA
               CLOSE ARQMOVCXA
               OPEN I-O ARQMOVCXA
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO CXA-ID
           START ARQCAIXINHA KEY IS <= CXA-ID
           IF FS-CXA-OK
               READ ARQCAIXINHA NEXT
               IF FS-CXA-OK
                   MOVE CXA-ID TO WS-CXA-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO CXAC-TRANS-ID
           START ARQTRANS KEY IS <= CXAC-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE CXAC-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF.

       0120-CARREGAR-TAXA-CDI.
      *    Taxa diaria = (1 + CDI a.a. x percentual)^(1/252) - 1
           MOVE ZEROS TO WS-CDI-ATUAL WS-TAXA-DIARIA
           OPEN INPUT ARQTAXAS
           IF FS-TAXAS-OK
               READ ARQTAXAS
               IF FS-TAXAS-OK
                   MOVE TAXA-CDI-ATUAL TO WS-CDI-ATUAL
               END-IF
               CLOSE ARQTAXAS
           END-IF
           IF WS-CDI-ATUAL > ZEROS
               COMPUTE WS-TAXA-ANUAL =
                   (WS-CDI-ATUAL * WS-CXA-PERC-CDI / 100) / 100
               COMPUTE WS-TAXA-DIARIA =
                   (1 + WS-TAXA-ANUAL) ** (1 / 252) - 1
           ELSE
               DISPLAY 'CDI NAO CARREGADO EM BANKTAXA.DAT - '
                   'CAIXINHAS SEM RENDIMENTO NESTA EXECUCAO'
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
           DISPLAY ' CAIXINHAS (METAS NA CONTA CORRENTE)'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Criar caixinha'
           DISPLAY ' 02. Caixinhas de uma conta'
           DISPLAY ' 03. Guardar dinheiro'
           DISPLAY ' 04. Resgatar dinheiro'
           DISPLAY ' 05. Regra programada mensal'
           DISPLAY ' 06. Extrato da caixinha'
           DISPLAY ' 07. Encerrar caixinha'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '03' OR '04' OR '05' OR '07'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CRIAR-CAIXINHA
               WHEN '02'
                   PERFORM 3500-CAIXINHAS-DA-CONTA
               WHEN '03'
                   PERFORM 4000-GUARDAR
               WHEN '04'
                   PERFORM 4500-RESGATAR
               WHEN '05'
                   PERFORM 4700-DEFINIR-REGRA
               WHEN '06'
                   PERFORM 3000-EXTRATO-CAIXINHA
               WHEN '07'
                   PERFORM 4800-ENCERRAR-CAIXINHA
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
       2000-CRIAR-CAIXINHA SECTION.
      *================================================================
       2000-INICIO.
      *    Caixinha nasce vazia; o dinheiro entra depois, pelo menu
      *    ou pela regra programada.
           DISPLAY 'Conta corrente: '
           ACCEPT WS-CXI-CONTA
           PERFORM 2100-LER-CONTA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'Nome da caixinha (ex.: FERIAS, IMPOSTOS): '
           ACCEPT WS-CXI-NOME
           IF WS-CXI-NOME = SPACES
               DISPLAY 'NOME DA CAIXINHA OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor da meta (0 = sem meta): R$ '
           ACCEPT WS-CXI-META
           IF WS-CXI-META < ZEROS
               DISPLAY 'VALOR DA META INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Data da meta AAAAMMDD (0 = sem data): '
           ACCEPT WS-CXI-DT-META
           IF WS-CXI-DT-META NOT = ZEROS
              AND WS-CXI-DT-META NOT > WS-DATA-MOVIMENTO
               DISPLAY 'DATA DA META DEVE SER FUTURA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CXA-PROX-ID
           MOVE WS-CXA-PROX-ID TO CXA-ID
           MOVE WS-CXI-CONTA TO CXA-CONTA
           MOVE WS-CXI-NOME TO CXA-NOME
           MOVE WS-CXI-META TO CXA-VALOR-META
           MOVE WS-CXI-DT-META TO CXA-DT-META
           MOVE ZEROS TO CXA-SALDO CXA-TOT-RENDIMENTO CXA-DT-ULT-REND
               CXA-REGRA-DIA CXA-REGRA-VALOR CXA-REGRA-MES-ULT
               CXA-QTD-MOV
           MOVE 'N' TO CXA-REGRA-SENTIDO CXA-META-AVISADA
           MOVE WS-DATA-MOVIMENTO TO CXA-DT-CRIACAO CXA-DT-SITUACAO
           MOVE 'A' TO CXA-SITUACAO
           MOVE LS-OPERADOR TO CXA-OPERADOR
           WRITE REG-CAIXINHA
           DISPLAY 'CAIXINHA ' CXA-ID ' CRIADA NA CONTA ' CXA-CONTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-LER-CONTA.
           MOVE WS-CXI-CONTA TO CXAC-CONTA-NUM
           READ ARQCONTAS KEY IS CXAC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
           ELSE
               IF CXAC-CONTA-STATUS NOT = 'A'
                   DISPLAY 'CONTA INATIVA'
                   MOVE 0004 TO LS-CODIGO
               ELSE
                   IF CXAC-CONTA-TIPO NOT = 'CC'
                       DISPLAY 'CAIXINHA SO EM CONTA CORRENTE'
                       MOVE 0003 TO LS-CODIGO
                   ELSE
                       MOVE 0 TO LS-CODIGO
                   END-IF
               END-IF
           END-IF.

       2200-CALCULAR-LIVRE.
      *    Saldo livre para guardar = saldo - bloqueios ativos -
      *    vinculadas (BANKESS) - caixinhas ativas da conta. O limite
      *    nao entra: so se guarda dinheiro proprio. A varredura das
      *    caixinhas desposiciona o arquivo; o chamador rele a sua.
           MOVE WS-CXI-CONTA TO CXAC-CONTA-NUM
           READ ARQCONTAS KEY IS CXAC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           MOVE ZEROS TO WS-CXI-BLOQUEADO WS-CXI-GUARDADO
           MOVE WS-CXI-CONTA TO BLQ-CONTA
           START ARQBLOQ KEY IS = BLQ-CONTA
               INVALID KEY MOVE '10' TO FS-BLOQ
           END-START
           PERFORM UNTIL FS-BLQ-EOF
               READ ARQBLOQ NEXT
                   AT END MOVE '10' TO FS-BLOQ
               END-READ
               IF NOT FS-BLQ-EOF
                   IF BLQ-CONTA NOT = WS-CXI-CONTA
                       MOVE '10' TO FS-BLOQ
                   ELSE
                       IF BLQ-ATIVO
                          AND (BLQ-DT-VALIDADE = ZEROS
                               OR BLQ-DT-VALIDADE >= WS-DATA-HOJE)
                           ADD BLQ-VALOR TO WS-CXI-BLOQUEADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BLOQ
           MOVE 'S' TO WS-ESCSRV-MODO
           MOVE WS-CXI-CONTA TO WS-ESCSRV-CONTA
           MOVE ZEROS TO WS-ESCSRV-DATA WS-ESCSRV-VALOR
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           IF WS-ESCSRV-CODIGO = ZEROS
               ADD WS-ESCSRV-VALOR TO WS-CXI-BLOQUEADO
           END-IF
           PERFORM 2250-SOMAR-CAIXINHAS-CONTA
           COMPUTE WS-CXI-LIVRE = CXAC-CONTA-SALDO
               - WS-CXI-BLOQUEADO - WS-CXI-GUARDADO.

       2250-SOMAR-CAIXINHAS-CONTA.
           MOVE ZEROS TO WS-CXI-GUARDADO WS-CXI-QTD
           MOVE WS-CXI-CONTA TO CXA-CONTA
           START ARQCAIXINHA KEY IS = CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-CONTA NOT = WS-CXI-CONTA
                       MOVE '10' TO FS-CAIXINHA
                   ELSE
                       IF CXA-ATIVA
                           ADD CXA-SALDO TO WS-CXI-GUARDADO
                           ADD 1 TO WS-CXI-QTD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA.

      *================================================================
       3000-EXTRATO-CAIXINHA SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Numero da caixinha: '
           ACCEPT WS-CXI-ID
           PERFORM 3100-LER-CAIXINHA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           PERFORM 3550-EXIBIR-RESUMO
           MOVE CXA-TOT-RENDIMENTO TO WS-VL-DISP
           DISPLAY '  Criada em ' CXA-DT-CRIACAO
               ' - rendimentos acumulados R$ ' WS-VL-DISP
           DISPLAY '  DATA     MOVIMENTO    VALOR            SALDO'
           MOVE CXA-ID TO CXM-CXA-ID
           MOVE ZEROS TO CXM-SEQ
           START ARQMOVCXA KEY IS >= CXM-CHAVE
               INVALID KEY MOVE '10' TO FS-MOVCXA
           END-START
           PERFORM UNTIL FS-CXM-EOF
               READ ARQMOVCXA NEXT
                   AT END MOVE '10' TO FS-MOVCXA
               END-READ
               IF NOT FS-CXM-EOF
                   IF CXM-CXA-ID NOT = CXA-ID
                       MOVE '10' TO FS-MOVCXA
                   ELSE
                       PERFORM 3200-DESCREVER-MOVIMENTO
                       MOVE CXM-VALOR TO WS-VL-DISP
                       MOVE CXM-SALDO TO WS-VL-DISP2
                       DISPLAY '  ' CXM-DATA ' ' WS-MOV-DESCRICAO
                           ' ' WS-VL-DISP ' ' WS-VL-DISP2
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVCXA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-LER-CAIXINHA.
           MOVE WS-CXI-ID TO CXA-ID
           READ ARQCAIXINHA KEY IS CXA-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CXA-OK
               DISPLAY 'CAIXINHA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
           END-IF.

       3150-LER-CAIXINHA-ATIVA.
           PERFORM 3100-LER-CAIXINHA
           IF LS-CODIGO = 0 AND NOT CXA-ATIVA
               DISPLAY 'CAIXINHA ENCERRADA'
               MOVE 0004 TO LS-CODIGO
           END-IF.

       3200-DESCREVER-MOVIMENTO.
           EVALUATE TRUE
               WHEN CXM-GUARDAR AND CXM-PELA-REGRA
                   MOVE 'GUARDAR PROG' TO WS-MOV-DESCRICAO
               WHEN CXM-GUARDAR
                   MOVE 'GUARDAR' TO WS-MOV-DESCRICAO
               WHEN CXM-RESGATE AND CXM-PELA-REGRA
                   MOVE 'RESGATE PROG' TO WS-MOV-DESCRICAO
               WHEN CXM-RESGATE
                   MOVE 'RESGATE' TO WS-MOV-DESCRICAO
               WHEN CXM-RENDIMENTO
                   MOVE 'RENDIMENTO' TO WS-MOV-DESCRICAO
               WHEN CXM-AJUSTE
                   MOVE 'AJUSTE SALDO' TO WS-MOV-DESCRICAO
               WHEN CXM-ENCERRAMENTO
                   MOVE 'ENCERRAMENTO' TO WS-MOV-DESCRICAO
               WHEN OTHER
                   MOVE CXM-TIPO TO WS-MOV-DESCRICAO
           END-EVALUATE.

      *================================================================
       3500-CAIXINHAS-DA-CONTA SECTION.
      *================================================================
       3500-INICIO.
           DISPLAY 'Conta corrente: '
           ACCEPT WS-CXI-CONTA
           PERFORM 2100-LER-CONTA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-CXI-QTD
           MOVE WS-CXI-CONTA TO CXA-CONTA
           START ARQCAIXINHA KEY IS = CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-CONTA NOT = WS-CXI-CONTA
                       MOVE '10' TO FS-CAIXINHA
                   ELSE
                       IF CXA-ATIVA
                           PERFORM 3550-EXIBIR-RESUMO
                           ADD 1 TO WS-CXI-QTD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA
           IF WS-CXI-QTD = ZEROS
               DISPLAY 'NENHUMA CAIXINHA ATIVA NA CONTA'
           END-IF
           PERFORM 2200-CALCULAR-LIVRE
           MOVE CXAC-CONTA-SALDO TO WS-VL-DISP
           DISPLAY 'SALDO DA CONTA:      R$ ' WS-VL-DISP
           MOVE WS-CXI-GUARDADO TO WS-VL-DISP
           DISPLAY 'GUARDADO EM CAIXINHAS: R$ ' WS-VL-DISP
           MOVE WS-CXI-LIVRE TO WS-VL-DISP
           DISPLAY 'SALDO LIVRE:         R$ ' WS-VL-DISP
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3550-EXIBIR-RESUMO.
           MOVE CXA-SALDO TO WS-VL-DISP
           DISPLAY CXA-ID ' ' CXA-NOME ' SALDO R$ ' WS-VL-DISP
               ' SITUACAO ' CXA-SITUACAO
           IF CXA-VALOR-META > ZEROS
               COMPUTE WS-CXI-PERC ROUNDED =
                   CXA-SALDO * 100 / CXA-VALOR-META
               MOVE WS-CXI-PERC TO WS-CXI-PERC-DISP
               MOVE CXA-VALOR-META TO WS-VL-DISP2
               DISPLAY '    META R$ ' WS-VL-DISP2 ' ATE ' CXA-DT-META
                   ' - ATINGIDO ' WS-CXI-PERC-DISP '%'
           END-IF
           IF NOT CXA-SEM-REGRA
               MOVE CXA-REGRA-VALOR TO WS-VL-DISP2
               DISPLAY '    REGRA ' CXA-REGRA-SENTIDO ' R$ '
                   WS-VL-DISP2 ' TODO DIA ' CXA-REGRA-DIA
           END-IF.

      *================================================================
       4000-GUARDAR SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Numero da caixinha: '
           ACCEPT WS-CXI-ID
           PERFORM 3150-LER-CAIXINHA-ATIVA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE CXA-CONTA TO WS-CXI-CONTA
           DISPLAY 'Valor a guardar: R$ '
           ACCEPT WS-CXI-VALOR
           IF WS-CXI-VALOR <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2200-CALCULAR-LIVRE
           IF WS-CXI-VALOR > WS-CXI-LIVRE
               MOVE WS-CXI-LIVRE TO WS-VL-DISP
               DISPLAY 'SALDO LIVRE INSUFICIENTE - LIVRE R$ '
                   WS-VL-DISP
               MOVE 0001 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3100-LER-CAIXINHA
           ADD WS-CXI-VALOR TO CXA-SALDO
           MOVE 'G' TO WS-MOV-TIPO
           MOVE 'M' TO WS-MOV-ORIGEM
           MOVE WS-CXI-VALOR TO WS-MOV-VALOR
           PERFORM 9200-GRAVAR-MOVIMENTO
           PERFORM 9400-VERIFICAR-META
           REWRITE REG-CAIXINHA
           MOVE WS-CXI-VALOR TO WS-VL-DISP
           MOVE CXA-SALDO TO WS-VL-DISP2
           DISPLAY 'GUARDADOS R$ ' WS-VL-DISP ' - SALDO DA CAIXINHA R$ '
               WS-VL-DISP2
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4500-RESGATAR SECTION.
      *================================================================
       4500-INICIO.
      *    O resgate so devolve o valor ao saldo livre da conta; a
      *    conta corrente nao e movimentada.
           DISPLAY 'Numero da caixinha: '
           ACCEPT WS-CXI-ID
           PERFORM 3150-LER-CAIXINHA-ATIVA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE CXA-SALDO TO WS-VL-DISP
           DISPLAY 'Saldo da caixinha: R$ ' WS-VL-DISP
           DISPLAY 'Valor a resgatar (0 = tudo): R$ '
           ACCEPT WS-CXI-VALOR
           IF WS-CXI-VALOR = ZEROS
               MOVE CXA-SALDO TO WS-CXI-VALOR
           END-IF
           IF WS-CXI-VALOR <= ZEROS OR WS-CXI-VALOR > CXA-SALDO
               DISPLAY 'VALOR INVALIDO OU ACIMA DO SALDO DA CAIXINHA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           SUBTRACT WS-CXI-VALOR FROM CXA-SALDO
           MOVE 'R' TO WS-MOV-TIPO
           MOVE 'M' TO WS-MOV-ORIGEM
           MOVE WS-CXI-VALOR TO WS-MOV-VALOR
           PERFORM 9200-GRAVAR-MOVIMENTO
           REWRITE REG-CAIXINHA
           MOVE WS-CXI-VALOR TO WS-VL-DISP
           MOVE CXA-SALDO TO WS-VL-DISP2
           DISPLAY 'RESGATADOS R$ ' WS-VL-DISP
               ' - SALDO DA CAIXINHA R$ ' WS-VL-DISP2
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4700-DEFINIR-REGRA SECTION.
      *================================================================
       4700-INICIO.
      *    Uma regra por caixinha: guardar (G) ou resgatar (R) um
      *    valor fixo todo mes no dia informado (ou no primeiro dia
      *    util seguinte). N remove a regra.
           DISPLAY 'Numero da caixinha: '
           ACCEPT WS-CXI-ID
           PERFORM 3150-LER-CAIXINHA-ATIVA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'Regra (G guardar, R resgatar, N remover): '
           ACCEPT WS-CXI-SENTIDO
           IF WS-CXI-SENTIDO = 'N'
               MOVE 'N' TO CXA-REGRA-SENTIDO
               MOVE ZEROS TO CXA-REGRA-DIA CXA-REGRA-VALOR
                   CXA-REGRA-MES-ULT
               REWRITE REG-CAIXINHA
               DISPLAY 'REGRA REMOVIDA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-CXI-SENTIDO NOT = 'G' AND NOT = 'R'
               DISPLAY 'REGRA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Dia do mes (01 a 28): '
           ACCEPT WS-CXI-DIA
           IF WS-CXI-DIA < 1 OR WS-CXI-DIA > 28
               DISPLAY 'DIA INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor mensal: R$ '
           ACCEPT WS-CXI-VALOR
           IF WS-CXI-VALOR <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-CXI-SENTIDO TO CXA-REGRA-SENTIDO
           MOVE WS-CXI-DIA TO CXA-REGRA-DIA
           MOVE WS-CXI-VALOR TO CXA-REGRA-VALOR
      *    Dia ja passado no mes corrente: a primeira execucao fica
      *    para o mes seguinte.
           IF WS-DATA-MOVIMENTO(7:2) > WS-CXI-DIA
               MOVE WS-DATA-MOVIMENTO(1:6) TO CXA-REGRA-MES-ULT
           ELSE
               MOVE ZEROS TO CXA-REGRA-MES-ULT
           END-IF
           REWRITE REG-CAIXINHA
           MOVE WS-CXI-VALOR TO WS-VL-DISP
           DISPLAY 'REGRA GRAVADA: ' WS-CXI-SENTIDO ' R$ ' WS-VL-DISP
               ' TODO DIA ' WS-CXI-DIA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4800-ENCERRAR-CAIXINHA SECTION.
      *================================================================
       4800-INICIO.
           DISPLAY 'Numero da caixinha: '
           ACCEPT WS-CXI-ID
           PERFORM 3150-LER-CAIXINHA-ATIVA
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE CXA-SALDO TO WS-VL-DISP
           DISPLAY 'Encerrar a caixinha ' CXA-NOME ' e devolver R$ '
               WS-VL-DISP ' ao saldo livre? (S/N): '
           ACCEPT WS-CXI-CONFIRMA
           IF WS-CXI-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'E' TO WS-MOV-TIPO
           MOVE 'M' TO WS-MOV-ORIGEM
           MOVE CXA-SALDO TO WS-MOV-VALOR
           MOVE ZEROS TO CXA-SALDO
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE 'N' TO CXA-REGRA-SENTIDO
           MOVE ZEROS TO CXA-REGRA-DIA CXA-REGRA-VALOR
           MOVE 'E' TO CXA-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CXA-DT-SITUACAO
           REWRITE REG-CAIXINHA
           DISPLAY 'CAIXINHA ' CXA-ID ' ENCERRADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-REGRAS-PROGRAMADAS SECTION.
      *================================================================
       5000-INICIO.
      *    Regra vence no dia programado ou no primeiro lote apos
      *    ele dentro do mes; guardar sem saldo livre suficiente e
      *    recusado no mes e o cliente e avisado.
           DISPLAY '--- CAIXINHAS - REGRAS PROGRAMADAS ---'
           MOVE ZEROS TO WS-LOT-QTD-REGRAS WS-LOT-QTD-RECUSADAS
           MOVE ZEROS TO CXA-ID
           START ARQCAIXINHA KEY IS >= CXA-ID
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-ATIVA AND NOT CXA-SEM-REGRA
                      AND CXA-REGRA-MES-ULT < WS-DATA-MOVIMENTO(1:6)
                      AND WS-DATA-MOVIMENTO(7:2) >= CXA-REGRA-DIA
                       PERFORM 5100-EXECUTAR-REGRA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA
           DISPLAY 'REGRAS EXECUTADAS: ' WS-LOT-QTD-REGRAS
               ' RECUSADAS: ' WS-LOT-QTD-RECUSADAS
           EXIT SECTION.

       5100-EXECUTAR-REGRA.
           MOVE CXA-ID TO WS-CXI-ID
           MOVE CXA-CONTA TO WS-CXI-CONTA
           MOVE CXA-REGRA-VALOR TO WS-CXI-VALOR
           IF CXA-REGRA-GUARDAR
               PERFORM 2200-CALCULAR-LIVRE
               PERFORM 3100-LER-CAIXINHA
               IF WS-CXI-VALOR > WS-CXI-LIVRE
                   ADD 1 TO WS-LOT-QTD-RECUSADAS
                   MOVE WS-CXI-VALOR TO WS-VL-DISP
                   MOVE SPACES TO WS-NOT-MENSAGEM
                   STRING 'Caixinha ' DELIMITED SIZE
                          CXA-NOME    DELIMITED SIZE
                          ': sem saldo livre para guardar R$ '
                                      DELIMITED SIZE
                          WS-VL-DISP  DELIMITED SIZE
                       INTO WS-NOT-MENSAGEM
                   END-STRING
               ELSE
                   ADD 1 TO WS-LOT-QTD-REGRAS
                   ADD WS-CXI-VALOR TO CXA-SALDO
                   MOVE 'G' TO WS-MOV-TIPO
                   MOVE 'P' TO WS-MOV-ORIGEM
                   MOVE WS-CXI-VALOR TO WS-MOV-VALOR
                   PERFORM 9200-GRAVAR-MOVIMENTO
                   PERFORM 9400-VERIFICAR-META
                   MOVE WS-CXI-VALOR TO WS-VL-DISP
                   MOVE SPACES TO WS-NOT-MENSAGEM
                   STRING 'Caixinha ' DELIMITED SIZE
                          CXA-NOME    DELIMITED SIZE
                          ': guardados R$ ' DELIMITED SIZE
                          WS-VL-DISP  DELIMITED SIZE
                          ' pela regra mensal' DELIMITED SIZE
                       INTO WS-NOT-MENSAGEM
                   END-STRING
               END-IF
           ELSE
               IF WS-CXI-VALOR > CXA-SALDO
                   MOVE CXA-SALDO TO WS-CXI-VALOR
               END-IF
               ADD 1 TO WS-LOT-QTD-REGRAS
               SUBTRACT WS-CXI-VALOR FROM CXA-SALDO
               MOVE 'R' TO WS-MOV-TIPO
               MOVE 'P' TO WS-MOV-ORIGEM
               MOVE WS-CXI-VALOR TO WS-MOV-VALOR
               PERFORM 9200-GRAVAR-MOVIMENTO
               MOVE WS-CXI-VALOR TO WS-VL-DISP
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Caixinha ' DELIMITED SIZE
                      CXA-NOME    DELIMITED SIZE
                      ': resgatados R$ ' DELIMITED SIZE
                      WS-VL-DISP  DELIMITED SIZE
                      ' pela regra mensal' DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
           END-IF
           MOVE WS-DATA-MOVIMENTO(1:6) TO CXA-REGRA-MES-ULT
           REWRITE REG-CAIXINHA
           PERFORM 9300-NOTIFICAR-CLIENTE
      *    A apuracao do livre desposicionou o arquivo: a leitura
      *    sequencial retoma apos a caixinha processada.
           MOVE WS-CXI-ID TO CXA-ID
           START ARQCAIXINHA KEY IS > CXA-ID
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START.

      *================================================================
       6000-RENDIMENTO-DIARIO SECTION.
      *================================================================
       6000-INICIO.
      *    Caixinhas lidas por conta (as mais antigas primeiro): o
      *    saldo da conta cobre as caixinhas nessa ordem e a parte
      *    descoberta e baixada antes do rendimento, que incide so
      *    sobre dinheiro existente. Caixinha ja remunerada na data de
      *    movimento nao rende de novo numa reexecucao.
           DISPLAY '--- CAIXINHAS - RENDIMENTO DIARIO ---'
           MOVE ZEROS TO WS-LOT-QTD-REND WS-LOT-QTD-AJUSTES
               WS-LOT-TOT-REND WS-LOT-CONTA-ATUAL
           MOVE 'N' TO WS-LOT-CONTA-LIDA
           MOVE ZEROS TO CXA-CONTA
           START ARQCAIXINHA KEY IS >= CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-ATIVA
                       IF CXA-CONTA NOT = WS-LOT-CONTA-ATUAL
                           PERFORM 6100-LER-CONTA-DA-CAIXINHA
                       END-IF
                       IF LOT-CONTA-LIDA
                           PERFORM 6200-AJUSTAR-COBERTURA
                           PERFORM 6300-CREDITAR-RENDIMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA
           MOVE WS-LOT-TOT-REND TO WS-VL-DISP
           DISPLAY 'CAIXINHAS REMUNERADAS: ' WS-LOT-QTD-REND
               ' - TOTAL R$ ' WS-VL-DISP
           DISPLAY 'CAIXINHAS AJUSTADAS AO SALDO: ' WS-LOT-QTD-AJUSTES
           EXIT SECTION.

       6100-LER-CONTA-DA-CAIXINHA.
           MOVE CXA-CONTA TO WS-LOT-CONTA-ATUAL
           MOVE 'N' TO WS-LOT-CONTA-LIDA
           MOVE CXA-CONTA TO CXAC-CONTA-NUM
           READ ARQCONTAS KEY IS CXAC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE 'S' TO WS-LOT-CONTA-LIDA
               IF CXAC-CONTA-SALDO > ZEROS
                   MOVE CXAC-CONTA-SALDO TO WS-LOT-COBERTURA
               ELSE
                   MOVE ZEROS TO WS-LOT-COBERTURA
               END-IF
           END-IF.

       6200-AJUSTAR-COBERTURA.
           IF CXA-SALDO > WS-LOT-COBERTURA
               ADD 1 TO WS-LOT-QTD-AJUSTES
               COMPUTE WS-MOV-VALOR = CXA-SALDO - WS-LOT-COBERTURA
               MOVE WS-LOT-COBERTURA TO CXA-SALDO
               MOVE 'A' TO WS-MOV-TIPO
               MOVE 'L' TO WS-MOV-ORIGEM
               PERFORM 9200-GRAVAR-MOVIMENTO
               REWRITE REG-CAIXINHA
               MOVE WS-MOV-VALOR TO WS-VL-DISP
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Caixinha ' DELIMITED SIZE
                      CXA-NOME    DELIMITED SIZE
                      ': reduzida em R$ ' DELIMITED SIZE
                      WS-VL-DISP  DELIMITED SIZE
                      ' - saldo da conta abaixo do guardado'
                                  DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
               PERFORM 9300-NOTIFICAR-CLIENTE
           END-IF
           SUBTRACT CXA-SALDO FROM WS-LOT-COBERTURA.

       6300-CREDITAR-RENDIMENTO.
           IF CXA-DT-ULT-REND >= WS-DATA-MOVIMENTO
              OR CXA-SALDO <= ZEROS
              OR WS-TAXA-DIARIA = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REND-VALOR ROUNDED = CXA-SALDO * WS-TAXA-DIARIA
           MOVE WS-DATA-MOVIMENTO TO CXA-DT-ULT-REND
           IF WS-REND-VALOR > ZEROS
               ADD 1 TO WS-LOT-QTD-REND
               ADD WS-REND-VALOR TO WS-LOT-TOT-REND
               ADD WS-REND-VALOR TO CXA-SALDO CXA-TOT-RENDIMENTO
               MOVE 'J' TO WS-MOV-TIPO
               MOVE 'L' TO WS-MOV-ORIGEM
               MOVE WS-REND-VALOR TO WS-MOV-VALOR
               PERFORM 9200-GRAVAR-MOVIMENTO
               PERFORM 9400-VERIFICAR-META
      *        O rendimento entra no saldo da conta e na caixinha.
               ADD WS-REND-VALOR TO CXAC-CONTA-SALDO
               MOVE WS-DATA-HOJE TO CXAC-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
               PERFORM 9100-REGISTRAR-RENDIMENTO
           END-IF
           REWRITE REG-CAIXINHA.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-REGISTRAR-RENDIMENTO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CXAC-TRANS-ID
           MOVE CXA-CONTA TO CXAC-TRANS-CONTA-ORG
           MOVE ZEROS TO CXAC-TRANS-CONTA-DEST
           MOVE 'REN' TO CXAC-TRANS-TIPO
           MOVE WS-REND-VALOR TO CXAC-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CXAC-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CXAC-TRANS-HORA
           MOVE SPACES TO CXAC-TRANS-DESCRICAO
           STRING 'Rendimento caixinha ' DELIMITED SIZE
                  CXA-NOME              DELIMITED SIZE
               INTO CXAC-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO CXAC-TRANS-STATUS
           COMPUTE CXAC-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'CAIXINHA' TO CXAC-TRANS-CANAL
           MOVE 'BRL' TO CXAC-TRANS-MOEDA
           WRITE REG-TRANS.

       9200-GRAVAR-MOVIMENTO.
      *    Movimento gravado com o saldo ja atualizado no registro
      *    da caixinha (o chamador regrava a caixinha).
           ADD 1 TO CXA-QTD-MOV
           MOVE CXA-ID TO CXM-CXA-ID
           MOVE CXA-QTD-MOV TO CXM-SEQ
           MOVE WS-DATA-MOVIMENTO TO CXM-DATA
           MOVE WS-MOV-TIPO TO CXM-TIPO
           MOVE WS-MOV-ORIGEM TO CXM-ORIGEM
           MOVE WS-MOV-VALOR TO CXM-VALOR
           MOVE CXA-SALDO TO CXM-SALDO
           MOVE LS-OPERADOR TO CXM-OPERADOR
           WRITE REG-MOVCXA.

       9300-NOTIFICAR-CLIENTE.
           MOVE 'CXA' TO WS-NOT-EVENTO
           MOVE CXA-CONTA TO WS-NOT-CONTA
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

       9400-VERIFICAR-META.
      *    Aviso unico quando a caixinha alcanca o valor da meta.
           IF CXA-VALOR-META > ZEROS
              AND CXA-SALDO >= CXA-VALOR-META
              AND NOT CXA-META-JA-AVISADA
               MOVE 'S' TO CXA-META-AVISADA
               MOVE CXA-VALOR-META TO WS-VL-DISP2
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Caixinha ' DELIMITED SIZE
                      CXA-NOME    DELIMITED SIZE
                      ': meta de R$ ' DELIMITED SIZE
                      WS-VL-DISP2 DELIMITED SIZE
                      ' atingida' DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
               PERFORM 9300-NOTIFICAR-CLIENTE
           END-IF.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
