      *================================================================
      * BANKCNS.COB - Administracao de Consorcios
      * Sistema Bancario COBOL
      * Cotas de consorcio vendidas aos correntistas em grupos da
      * administradora parceira. O grupo (BANKCNSG.DAT) tem valor
      * do credito, prazo em meses, taxa de administracao sobre o
      * credito, quantidade de cotas, dia de vencimento e o fundo
      * comum formado pelas parcelas. A cota (BANKCNSQ.DAT, chave
      * grupo + numero) guarda a conta do cotista, a parcela, o que
      * ja entrou no fundo, os atrasos, o lance do mes e a
      * contemplacao, para a consulta do cotista no balcao.
      * A parcela e debitada da conta no lote noturno como
      * pagamento (PAG) a administradora; tres atrasos seguidos
      * excluem a cota ainda nao contemplada. A assembleia mensal
      * contempla uma cota por sorteio (numero da Loteria Federal,
      * proxima cota apta acima do sorteado) e, enquanto o fundo
      * comportar, as cotas de maior lance do mes; a carta de
      * credito e liberada na conta do contemplado como TED
      * recebida da administradora. Apos a ultima assembleia o
      * grupo e encerrado: cota excluida recebe o que pagou ao
      * fundo menos a multa contratual, cota nunca contemplada
      * recebe o que pagou ao fundo integralmente.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCNS.

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
               RECORD KEY IS CNS-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-TRANS-ID
               ALTERNATE RECORD KEY IS CNS-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNS-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQGRUPO ASSIGN TO 'BANKCNSG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-ID
               FILE STATUS IS FS-GRUPO.

           SELECT ARQCOTA ASSIGN TO 'BANKCNSQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CONTA WITH DUPLICATES
               FILE STATUS IS FS-COTA.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CNS-CONTA-NUM         PIC 9(10).
           05  CNS-CONTA-AGENCIA     PIC 9(4).
           05  CNS-CONTA-DIGITO      PIC 9(1).
           05  CNS-CONTA-TIPO        PIC X(2).
           05  CNS-CONTA-STATUS      PIC X(1).
           05  CNS-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CNS-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CNS-CONTA-TITULAR     PIC X(60).
           05  CNS-CONTA-CPF         PIC X(11).
           05  CNS-CONTA-EMAIL       PIC X(80).
           05  CNS-CONTA-TELEFONE    PIC X(15).
           05  CNS-CONTA-DT-ABERTURA PIC 9(8).
           05  CNS-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CNS-CONTA-SENHA-HASH  PIC X(64).
           05  CNS-CONTA-COTIT-NOME  PIC X(60).
           05  CNS-CONTA-COTIT-CPF   PIC X(11).
           05  CNS-CONTA-CLI-ID      PIC 9(10).
           05  CNS-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CNS-TRANS-ID          PIC 9(15).
           05  CNS-TRANS-CONTA-ORG   PIC 9(10).
           05  CNS-TRANS-CONTA-DEST  PIC 9(10).
           05  CNS-TRANS-TIPO        PIC X(3).
           05  CNS-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  CNS-TRANS-DATA        PIC 9(8).
           05  CNS-TRANS-HORA        PIC 9(6).
           05  CNS-TRANS-DESCRICAO   PIC X(100).
           05  CNS-TRANS-STATUS      PIC X(1).
           05  CNS-TRANS-NSU         PIC 9(12).
           05  CNS-TRANS-CANAL       PIC X(10).
           05  CNS-TRANS-MOEDA       PIC X(3).

      *    Grupo de consorcio. Taxa de administracao em % sobre o
      *    credito, cobrada diluida nas parcelas.
       FD  ARQGRUPO.
       01  REG-GRUPO.
           05  GRP-ID                PIC 9(6).
           05  GRP-DESCRICAO         PIC X(40).
           05  GRP-VALOR-CREDITO     PIC S9(11)V99 COMP-3.
           05  GRP-PRAZO-MESES       PIC 9(3).
           05  GRP-TAXA-ADM          PIC 9(2)V99 COMP-3.
           05  GRP-QTD-COTAS         PIC 9(4).
           05  GRP-QTD-VENDIDAS      PIC 9(4).
           05  GRP-DIA-VENCTO        PIC 9(2).
           05  GRP-DT-CRIACAO        PIC 9(8).
           05  GRP-ASSEMBLEIAS       PIC 9(3).
           05  GRP-COMPET-ASSEMBLEIA PIC 9(6).
           05  GRP-FUNDO-COMUM       PIC S9(13)V99 COMP-3.
           05  GRP-DT-ENCERRAMENTO   PIC 9(8).
           05  GRP-SITUACAO          PIC X(1).
               88  GRP-ATIVO         VALUE 'A'.
               88  GRP-ENCERRADO     VALUE 'E'.

       FD  ARQCOTA.
       01  REG-COTA.
           05  COT-CHAVE.
               10  COT-GRUPO         PIC 9(6).
               10  COT-NUMERO        PIC 9(4).
           05  COT-CONTA             PIC 9(10).
           05  COT-DT-ADESAO         PIC 9(8).
      *        Prazo da cota: meses que faltavam no grupo na adesao.
           05  COT-PRAZO             PIC 9(3).
           05  COT-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  COT-PARCELA-FUNDO     PIC S9(11)V99 COMP-3.
           05  COT-PARCELAS-PAGAS    PIC 9(3).
           05  COT-FUNDO-PAGO        PIC S9(11)V99 COMP-3.
           05  COT-COMPET-COBRADA    PIC 9(6).
           05  COT-COMPET-ATRASO     PIC 9(6).
           05  COT-QTD-ATRASOS       PIC 9(3).
           05  COT-ATRASOS-SEGUIDOS  PIC 9(2).
           05  COT-LANCE-VALOR       PIC S9(11)V99 COMP-3.
           05  COT-LANCE-COMPET      PIC 9(6).
           05  COT-DT-CONTEMPLACAO   PIC 9(8).
           05  COT-FORMA-CONTEMPL    PIC X(1).
               88  COT-POR-SORTEIO   VALUE 'S'.
               88  COT-POR-LANCE     VALUE 'L'.
           05  COT-VALOR-CARTA       PIC S9(11)V99 COMP-3.
           05  COT-VALOR-DEVOLVIDO   PIC S9(11)V99 COMP-3.
           05  COT-SITUACAO          PIC X(1).
               88  COT-ATIVA         VALUE 'A'.
               88  COT-EM-ATRASO     VALUE 'T'.
               88  COT-CONTEMPLADA   VALUE 'C'.
               88  COT-EXCLUIDA      VALUE 'X'.
               88  COT-DEVOLVIDA     VALUE 'D'.
               88  COT-ENCERRADA     VALUE 'E'.
               88  COT-EM-COBRANCA   VALUE 'A' 'T' 'C'.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CNS-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-GRUPO             PIC XX.
               88  FS-GRP-OK        VALUE '00'.
               88  FS-GRP-EOF       VALUE '10'.
           05  FS-COTA              PIC XX.
               88  FS-COT-OK        VALUE '00'.
               88  FS-COT-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CONSORCIO-CTRL.
      *    Regras contratuais dos grupos da administradora.
           05  WS-CNS-MAX-ATRASOS   PIC 9(2) VALUE 3.
           05  WS-CNS-MULTA-EXCLUSAO PIC 9(2)V99 VALUE 10,00.
           05  WS-CNS-PRAZO-MAX     PIC 9(3) VALUE 240.
           05  WS-CNS-GRP-PROX-ID   PIC 9(6) VALUE ZEROS.
           05  WS-CNS-GRUPO-INF     PIC 9(6).
           05  WS-CNS-COTA-INF      PIC 9(4).
           05  WS-CNS-CONTA-INF     PIC 9(10).
           05  WS-CNS-VALOR-INF     PIC 9(11)V99.
           05  WS-CNS-LOTERIA-INF   PIC 9(6).
           05  WS-CNS-CONFIRMA      PIC X(1).
           05  WS-CNS-COMPETENCIA   PIC 9(6).
           05  WS-CNS-DIA-HOJE      PIC 9(2).
           05  WS-CNS-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-CNS-MESES-REST    PIC 9(3).
           05  WS-CNS-ANTECIPADAS   PIC 9(3).
           05  WS-CNS-SORTEADA      PIC 9(4).
           05  WS-CNS-TENTATIVAS    PIC 9(4).
           05  WS-CNS-VALOR         PIC S9(11)V99 COMP-3.
           05  WS-CNS-MAIOR-LANCE   PIC S9(11)V99 COMP-3.
           05  WS-CNS-COTA-VENCEDORA PIC 9(4).
           05  WS-CNS-FORMA         PIC X(1).
           05  WS-CNS-ACHOU         PIC X(1).
               88  CNS-ACHOU        VALUE 'S'.
           05  WS-CNS-FIM-LANCES    PIC X(1).
               88  CNS-FIM-LANCES   VALUE 'S'.
           05  WS-CNS-HISTORICO     PIC X(100).
           05  WS-CNS-SIT-TEXTO     PIC X(12).
           05  WS-CNS-QTD-DEBITADAS PIC 9(6).
           05  WS-CNS-QTD-ATRASOS   PIC 9(6).
           05  WS-CNS-QTD-EXCLUIDAS PIC 9(6).
           05  WS-CNS-QTD-CONTEMPL  PIC 9(4).
           05  WS-CNS-QTD-ENCERRADOS PIC 9(4).
           05  WS-CNS-QTD-COTAS     PIC 9(4).

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-VL-DISP2          PIC Z(9)9,99-.
           05  WS-TX-DISP           PIC Z9,99.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

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
           MOVE WS-DATA-HOJE(1:6) TO WS-CNS-COMPETENCIA
           MOVE WS-DATA-HOJE(7:2) TO WS-CNS-DIA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 5000-COBRAR-PARCELAS
               PERFORM 6000-ENCERRAR-GRUPOS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQGRUPO ARQCOTA
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN I-O ARQGRUPO
           IF FS-GRUPO = '35'
               OPEN OUTPUT ARQGRUPO
               CLOSE ARQGRUPO
               OPEN I-O ARQGRUPO
           END-IF
           OPEN I-O ARQCOTA
           IF FS-COTA = '35'
               OPEN OUTPUT ARQCOTA
               CLOSE ARQCOTA
               OPEN I-O ARQCOTA
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 999999 TO GRP-ID
           START ARQGRUPO KEY IS <= GRP-ID
           IF FS-GRP-OK
               READ ARQGRUPO NEXT
               IF FS-GRP-OK
                   MOVE GRP-ID TO WS-CNS-GRP-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO CNS-TRANS-ID
           START ARQTRANS KEY IS <= CNS-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE CNS-TRANS-ID TO WS-PROXIMO-ID
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
           DISPLAY ' CONSORCIOS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Cadastrar grupo'
           DISPLAY ' 02. Vender cota'
           DISPLAY ' 03. Consultar cotas da conta'
           DISPLAY ' 04. Registrar lance'
           DISPLAY ' 05. Realizar assembleia'
           DISPLAY ' 06. Cobrar parcelas'
           DISPLAY ' 07. Encerrar grupos concluidos'
           DISPLAY ' 08. Listar grupos'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Tudo que movimenta conta, grupo ou cota passa pela matriz
      *    de permissoes; consultas ficam livres para o balcao.
           IF WS-OPCAO NOT = '03' AND NOT = '08' AND NOT = '00'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CADASTRAR-GRUPO
               WHEN '02'
                   PERFORM 2500-VENDER-COTA
               WHEN '03'
                   PERFORM 3000-CONSULTAR-COTAS
               WHEN '04'
                   PERFORM 3500-REGISTRAR-LANCE
               WHEN '05'
                   PERFORM 4000-REALIZAR-ASSEMBLEIA
               WHEN '06'
                   PERFORM 5000-COBRAR-PARCELAS
               WHEN '07'
                   PERFORM 6000-ENCERRAR-GRUPOS
               WHEN '08'
                   PERFORM 7000-LISTAR-GRUPOS
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
       2000-CADASTRAR-GRUPO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- NOVO GRUPO DE CONSORCIO ---'
           MOVE SPACES TO REG-GRUPO
           DISPLAY 'Descricao do bem: '
           ACCEPT GRP-DESCRICAO
           DISPLAY 'Valor do credito: '
           ACCEPT WS-CNS-VALOR-INF
           IF WS-CNS-VALOR-INF <= ZEROS
               DISPLAY 'VALOR DO CREDITO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-CNS-VALOR-INF TO GRP-VALOR-CREDITO
           DISPLAY 'Prazo em meses (1 a ' WS-CNS-PRAZO-MAX '): '
           ACCEPT GRP-PRAZO-MESES
           IF GRP-PRAZO-MESES = ZEROS
              OR GRP-PRAZO-MESES > WS-CNS-PRAZO-MAX
               DISPLAY 'PRAZO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Taxa de administracao (% sobre o credito): '
           ACCEPT GRP-TAXA-ADM
           DISPLAY 'Quantidade de cotas: '
           ACCEPT GRP-QTD-COTAS
           IF GRP-QTD-COTAS = ZEROS
               DISPLAY 'QUANTIDADE DE COTAS INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Dia de vencimento (1 a 28): '
           ACCEPT GRP-DIA-VENCTO
           IF GRP-DIA-VENCTO = ZEROS OR GRP-DIA-VENCTO > 28
               DISPLAY 'DIA DE VENCIMENTO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CNS-GRP-PROX-ID
           MOVE WS-CNS-GRP-PROX-ID TO GRP-ID
           MOVE ZEROS TO GRP-QTD-VENDIDAS GRP-ASSEMBLEIAS
           MOVE ZEROS TO GRP-COMPET-ASSEMBLEIA GRP-FUNDO-COMUM
           MOVE ZEROS TO GRP-DT-ENCERRAMENTO
           MOVE WS-DATA-HOJE TO GRP-DT-CRIACAO
           MOVE 'A' TO GRP-SITUACAO
           WRITE REG-GRUPO
           IF NOT FS-GRP-OK
               DISPLAY 'ERRO AO GRAVAR GRUPO: ' FS-GRUPO
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'GRUPO ' GRP-ID ' CADASTRADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       2500-VENDER-COTA SECTION.
      *================================================================
       2500-INICIO.
      *    Adesao em grupo ja em andamento dilui credito e taxa nos
      *    meses que faltam ate a ultima assembleia.
           DISPLAY '--- VENDA DE COTA ---'
           DISPLAY 'Grupo: '
           ACCEPT WS-CNS-GRUPO-INF
           MOVE WS-CNS-GRUPO-INF TO GRP-ID
           READ ARQGRUPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-GRP-OK OR NOT GRP-ATIVO
               DISPLAY 'GRUPO INEXISTENTE OU ENCERRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF GRP-QTD-VENDIDAS >= GRP-QTD-COTAS
               DISPLAY 'GRUPO SEM COTAS DISPONIVEIS'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           COMPUTE WS-CNS-MESES-REST =
               GRP-PRAZO-MESES - GRP-ASSEMBLEIAS
           IF WS-CNS-MESES-REST = ZEROS
               DISPLAY 'GRUPO SEM ASSEMBLEIAS RESTANTES'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Conta do cotista: '
           ACCEPT WS-CNS-CONTA-INF
           MOVE WS-CNS-CONTA-INF TO CNS-CONTA-NUM
           READ ARQCONTAS KEY IS CNS-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CNS-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE GRP-ID TO COT-GRUPO
           COMPUTE COT-NUMERO = GRP-QTD-VENDIDAS + 1
           MOVE WS-CNS-CONTA-INF TO COT-CONTA
           MOVE WS-DATA-HOJE TO COT-DT-ADESAO
           MOVE WS-CNS-MESES-REST TO COT-PRAZO
           COMPUTE COT-PARCELA-FUNDO ROUNDED =
               GRP-VALOR-CREDITO / WS-CNS-MESES-REST
           COMPUTE COT-VALOR-PARCELA ROUNDED =
               GRP-VALOR-CREDITO * (1 + GRP-TAXA-ADM / 100)
               / WS-CNS-MESES-REST
           MOVE COT-VALOR-PARCELA TO WS-VL-DISP
           DISPLAY 'COTA ' COT-NUMERO ' - ' WS-CNS-MESES-REST
               ' PARCELAS DE R$ ' WS-VL-DISP
           DISPLAY 'Confirmar adesao? (S/N): '
           ACCEPT WS-CNS-CONFIRMA
           IF WS-CNS-CONFIRMA NOT = 'S'
               DISPLAY 'ADESAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO COT-PARCELAS-PAGAS COT-FUNDO-PAGO
           MOVE ZEROS TO COT-COMPET-COBRADA COT-COMPET-ATRASO
           MOVE ZEROS TO COT-QTD-ATRASOS COT-ATRASOS-SEGUIDOS
           MOVE ZEROS TO COT-LANCE-VALOR COT-LANCE-COMPET
           MOVE ZEROS TO COT-DT-CONTEMPLACAO COT-VALOR-CARTA
           MOVE ZEROS TO COT-VALOR-DEVOLVIDO
           MOVE SPACE TO COT-FORMA-CONTEMPL
           MOVE 'A' TO COT-SITUACAO
           WRITE REG-COTA
           IF NOT FS-COT-OK
               DISPLAY 'ERRO AO GRAVAR COTA: ' FS-COTA
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO GRP-QTD-VENDIDAS
           REWRITE REG-GRUPO
           DISPLAY 'COTA ' COT-GRUPO '/' COT-NUMERO ' VENDIDA A CONTA '
               COT-CONTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3000-CONSULTAR-COTAS SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- COTAS DE CONSORCIO DA CONTA ---'
           DISPLAY 'Conta: '
           ACCEPT WS-CNS-CONTA-INF
           MOVE ZEROS TO WS-CNS-QTD-COTAS
           MOVE WS-CNS-CONTA-INF TO COT-CONTA
           START ARQCOTA KEY IS = COT-CONTA
               INVALID KEY MOVE '10' TO FS-COTA
           END-START
           PERFORM UNTIL FS-COT-EOF
               READ ARQCOTA NEXT
                   AT END MOVE '10' TO FS-COTA
               END-READ
               IF NOT FS-COT-EOF
                   IF COT-CONTA NOT = WS-CNS-CONTA-INF
                       MOVE '10' TO FS-COTA
                   ELSE
                       PERFORM 3100-EXIBIR-COTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COTA
           IF WS-CNS-QTD-COTAS = ZEROS
               DISPLAY 'NENHUMA COTA PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-EXIBIR-COTA.
           ADD 1 TO WS-CNS-QTD-COTAS
           PERFORM 3900-TEXTO-SITUACAO
           MOVE COT-GRUPO TO GRP-ID
           READ ARQGRUPO
               INVALID KEY MOVE SPACES TO GRP-DESCRICAO
           END-READ
           DISPLAY '----------------------------------------'
           DISPLAY 'GRUPO/COTA:  ' COT-GRUPO '/' COT-NUMERO ' '
               GRP-DESCRICAO
           DISPLAY 'SITUACAO:    ' WS-CNS-SIT-TEXTO
           MOVE COT-VALOR-PARCELA TO WS-VL-DISP
           DISPLAY 'PARCELAS:    ' COT-PARCELAS-PAGAS '/' COT-PRAZO
               ' DE R$ ' WS-VL-DISP
           MOVE COT-FUNDO-PAGO TO WS-VL-DISP
           DISPLAY 'PAGO AO FUNDO: R$ ' WS-VL-DISP
           DISPLAY 'ATRASOS:     ' COT-QTD-ATRASOS
           IF COT-DT-CONTEMPLACAO NOT = ZEROS
               MOVE COT-VALOR-CARTA TO WS-VL-DISP
               IF COT-POR-LANCE
                   DISPLAY 'CONTEMPLADA POR LANCE EM '
                       COT-DT-CONTEMPLACAO ' - CARTA R$ ' WS-VL-DISP
               ELSE
                   DISPLAY 'CONTEMPLADA POR SORTEIO EM '
                       COT-DT-CONTEMPLACAO ' - CARTA R$ ' WS-VL-DISP
               END-IF
           END-IF
           IF COT-LANCE-COMPET = WS-CNS-COMPETENCIA
              AND COT-LANCE-VALOR > ZEROS
               MOVE COT-LANCE-VALOR TO WS-VL-DISP
               DISPLAY 'LANCE DO MES: R$ ' WS-VL-DISP
           END-IF
           IF COT-VALOR-DEVOLVIDO > ZEROS
               MOVE COT-VALOR-DEVOLVIDO TO WS-VL-DISP
               DISPLAY 'DEVOLVIDO:   R$ ' WS-VL-DISP
           END-IF.

       3900-TEXTO-SITUACAO.
           EVALUATE TRUE
               WHEN COT-ATIVA
                   MOVE 'EM DIA' TO WS-CNS-SIT-TEXTO
               WHEN COT-EM-ATRASO
                   MOVE 'EM ATRASO' TO WS-CNS-SIT-TEXTO
               WHEN COT-CONTEMPLADA
                   MOVE 'CONTEMPLADA' TO WS-CNS-SIT-TEXTO
               WHEN COT-EXCLUIDA
                   MOVE 'EXCLUIDA' TO WS-CNS-SIT-TEXTO
               WHEN COT-DEVOLVIDA
                   MOVE 'DEVOLVIDA' TO WS-CNS-SIT-TEXTO
               WHEN COT-ENCERRADA
                   MOVE 'ENCERRADA' TO WS-CNS-SIT-TEXTO
               WHEN OTHER
                   MOVE COT-SITUACAO TO WS-CNS-SIT-TEXTO
           END-EVALUATE.

      *================================================================
       3500-REGISTRAR-LANCE SECTION.
      *================================================================
       3500-INICIO.
      *    Lance vale para a assembleia do mes corrente; so concorre
      *    cota em dia e ainda nao contemplada.
           DISPLAY '--- REGISTRO DE LANCE ---'
           DISPLAY 'Grupo: '
           ACCEPT WS-CNS-GRUPO-INF
           DISPLAY 'Cota: '
           ACCEPT WS-CNS-COTA-INF
           MOVE WS-CNS-GRUPO-INF TO COT-GRUPO GRP-ID
           MOVE WS-CNS-COTA-INF TO COT-NUMERO
           READ ARQCOTA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-COT-OK
               DISPLAY 'COTA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT COT-ATIVA
               DISPLAY 'COTA NAO PODE OFERTAR LANCE'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           READ ARQGRUPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-GRP-OK OR NOT GRP-ATIVO
              OR GRP-COMPET-ASSEMBLEIA >= WS-CNS-COMPETENCIA
               DISPLAY 'ASSEMBLEIA DO MES JA REALIZADA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor do lance: '
           ACCEPT WS-CNS-VALOR-INF
           COMPUTE WS-CNS-VALOR =
               COT-PARCELA-FUNDO * (COT-PRAZO - COT-PARCELAS-PAGAS)
           IF WS-CNS-VALOR-INF <= ZEROS
              OR WS-CNS-VALOR-INF > WS-CNS-VALOR
               DISPLAY 'LANCE INVALIDO OU MAIOR QUE O SALDO DA COTA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-CNS-VALOR-INF TO COT-LANCE-VALOR
           MOVE WS-CNS-COMPETENCIA TO COT-LANCE-COMPET
           REWRITE REG-COTA
           MOVE COT-LANCE-VALOR TO WS-VL-DISP
           DISPLAY 'LANCE DE R$ ' WS-VL-DISP ' REGISTRADO PARA A '
               'ASSEMBLEIA ' WS-CNS-COMPETENCIA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-REALIZAR-ASSEMBLEIA SECTION.
      *================================================================
       4000-INICIO.
      *    Uma assembleia por grupo e mes: primeiro o sorteio, depois
      *    os lances em ordem decrescente enquanto o fundo comum
      *    cobrir a carta de credito.
           DISPLAY '--- ASSEMBLEIA DO GRUPO ---'
           DISPLAY 'Grupo: '
           ACCEPT WS-CNS-GRUPO-INF
           MOVE WS-CNS-GRUPO-INF TO GRP-ID
           READ ARQGRUPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-GRP-OK OR NOT GRP-ATIVO
               DISPLAY 'GRUPO INEXISTENTE OU ENCERRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF GRP-COMPET-ASSEMBLEIA >= WS-CNS-COMPETENCIA
               DISPLAY 'ASSEMBLEIA DO MES JA REALIZADA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF GRP-ASSEMBLEIAS >= GRP-PRAZO-MESES
               DISPLAY 'GRUPO COM TODAS AS ASSEMBLEIAS REALIZADAS'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Resultado da Loteria Federal (1o premio): '
           ACCEPT WS-CNS-LOTERIA-INF
           MOVE ZEROS TO WS-CNS-QTD-CONTEMPL
           MOVE GRP-FUNDO-COMUM TO WS-VL-DISP
           DISPLAY 'FUNDO COMUM ANTES DA ASSEMBLEIA: R$ ' WS-VL-DISP
           PERFORM 4100-SORTEAR
           MOVE 'N' TO WS-CNS-FIM-LANCES
           PERFORM 4200-APURAR-LANCE UNTIL CNS-FIM-LANCES
           ADD 1 TO GRP-ASSEMBLEIAS
           MOVE WS-CNS-COMPETENCIA TO GRP-COMPET-ASSEMBLEIA
           REWRITE REG-GRUPO
           MOVE GRP-FUNDO-COMUM TO WS-VL-DISP
           DISPLAY 'ASSEMBLEIA ' GRP-ASSEMBLEIAS '/' GRP-PRAZO-MESES
               ' - CONTEMPLADAS: ' WS-CNS-QTD-CONTEMPL
           DISPLAY 'FUNDO COMUM REMANESCENTE: R$ ' WS-VL-DISP
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-SORTEAR.
      *    Cota sorteada: final do premio sobre as cotas vendidas;
      *    se ela nao estiver apta, a proxima apta acima (circular).
           IF GRP-FUNDO-COMUM < GRP-VALOR-CREDITO
              OR GRP-QTD-VENDIDAS = ZEROS
               DISPLAY 'FUNDO INSUFICIENTE PARA CONTEMPLAR POR SORTEIO'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CNS-SORTEADA =
               FUNCTION MOD(WS-CNS-LOTERIA-INF GRP-QTD-VENDIDAS) + 1
           MOVE 'N' TO WS-CNS-ACHOU
           MOVE ZEROS TO WS-CNS-TENTATIVAS
           PERFORM UNTIL CNS-ACHOU
                      OR WS-CNS-TENTATIVAS >= GRP-QTD-VENDIDAS
               MOVE GRP-ID TO COT-GRUPO
               MOVE WS-CNS-SORTEADA TO COT-NUMERO
               READ ARQCOTA
                   INVALID KEY CONTINUE
               END-READ
               IF FS-COT-OK AND COT-ATIVA
                   MOVE 'S' TO WS-CNS-ACHOU
               ELSE
                   ADD 1 TO WS-CNS-TENTATIVAS
                   ADD 1 TO WS-CNS-SORTEADA
                   IF WS-CNS-SORTEADA > GRP-QTD-VENDIDAS
                       MOVE 1 TO WS-CNS-SORTEADA
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CNS-ACHOU
               DISPLAY 'NENHUMA COTA APTA AO SORTEIO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CNS-FORMA
           PERFORM 4500-CONTEMPLAR.

       4200-APURAR-LANCE.
      *    Maior lance do mes entre as cotas aptas; empate fica com
      *    a cota de menor numero.
           MOVE ZEROS TO WS-CNS-MAIOR-LANCE WS-CNS-COTA-VENCEDORA
           MOVE GRP-ID TO COT-GRUPO
           MOVE ZEROS TO COT-NUMERO
           START ARQCOTA KEY IS >= COT-CHAVE
               INVALID KEY MOVE '10' TO FS-COTA
           END-START
           PERFORM UNTIL FS-COT-EOF
               READ ARQCOTA NEXT
                   AT END MOVE '10' TO FS-COTA
               END-READ
               IF NOT FS-COT-EOF
                   IF COT-GRUPO NOT = GRP-ID
                       MOVE '10' TO FS-COTA
                   ELSE
                       IF COT-ATIVA
                          AND COT-LANCE-COMPET = WS-CNS-COMPETENCIA
                          AND COT-LANCE-VALOR > WS-CNS-MAIOR-LANCE
                           MOVE COT-LANCE-VALOR TO WS-CNS-MAIOR-LANCE
                           MOVE COT-NUMERO TO WS-CNS-COTA-VENCEDORA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COTA
           IF WS-CNS-COTA-VENCEDORA = ZEROS
               MOVE 'S' TO WS-CNS-FIM-LANCES
               EXIT PARAGRAPH
           END-IF
           IF GRP-FUNDO-COMUM + WS-CNS-MAIOR-LANCE < GRP-VALOR-CREDITO
               MOVE 'S' TO WS-CNS-FIM-LANCES
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-ID TO COT-GRUPO
           MOVE WS-CNS-COTA-VENCEDORA TO COT-NUMERO
           READ ARQCOTA
               INVALID KEY CONTINUE
           END-READ
           PERFORM 4300-DEBITAR-LANCE
           IF CNS-ACHOU
               MOVE 'L' TO WS-CNS-FORMA
               PERFORM 4500-CONTEMPLAR
           END-IF.

       4300-DEBITAR-LANCE.
      *    Lance sem fundos na conta e desclassificado e a apuracao
      *    segue para o proximo maior.
           MOVE 'N' TO WS-CNS-ACHOU
           MOVE COT-CONTA TO CNS-CONTA-NUM
           READ ARQCONTAS KEY IS CNS-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           MOVE ZEROS TO WS-CNS-DISPONIVEL
           IF FS-CONTA-OK AND CNS-CONTA-STATUS = 'A'
               COMPUTE WS-CNS-DISPONIVEL =
                   CNS-CONTA-SALDO + CNS-CONTA-LIMITE
           END-IF
           IF COT-LANCE-VALOR > WS-CNS-DISPONIVEL
               DISPLAY 'LANCE DA COTA ' COT-NUMERO
                   ' DESCLASSIFICADO: CONTA SEM FUNDOS'
               MOVE ZEROS TO COT-LANCE-VALOR
               REWRITE REG-COTA
               EXIT PARAGRAPH
           END-IF
           SUBTRACT COT-LANCE-VALOR FROM CNS-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CNS-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD COT-LANCE-VALOR TO GRP-FUNDO-COMUM
           ADD COT-LANCE-VALOR TO COT-FUNDO-PAGO
      *    O lance antecipa parcelas do fim do plano.
           COMPUTE WS-CNS-ANTECIPADAS =
               COT-LANCE-VALOR / COT-PARCELA-FUNDO
           ADD WS-CNS-ANTECIPADAS TO COT-PARCELAS-PAGAS
           IF COT-PARCELAS-PAGAS > COT-PRAZO
               MOVE COT-PRAZO TO COT-PARCELAS-PAGAS
           END-IF
           MOVE SPACES TO WS-CNS-HISTORICO
           STRING 'Lance consorcio grupo ' DELIMITED SIZE
                  COT-GRUPO                DELIMITED SIZE
                  ' cota '                 DELIMITED SIZE
                  COT-NUMERO               DELIMITED SIZE
               INTO WS-CNS-HISTORICO
           END-STRING
           MOVE COT-LANCE-VALOR TO WS-CNS-VALOR
           PERFORM 8100-GRAVAR-DEBITO
           MOVE 'S' TO WS-CNS-ACHOU.

       4500-CONTEMPLAR.
      *    Carta de credito sai do fundo comum e e liberada na conta
      *    do cotista pela administradora.
           SUBTRACT GRP-VALOR-CREDITO FROM GRP-FUNDO-COMUM
           MOVE 'C' TO COT-SITUACAO
           MOVE WS-DATA-HOJE TO COT-DT-CONTEMPLACAO
           MOVE WS-CNS-FORMA TO COT-FORMA-CONTEMPL
           MOVE GRP-VALOR-CREDITO TO COT-VALOR-CARTA
           REWRITE REG-COTA
           MOVE SPACES TO WS-CNS-HISTORICO
           STRING 'Carta de credito consorcio grupo ' DELIMITED SIZE
                  COT-GRUPO                           DELIMITED SIZE
                  ' cota '                            DELIMITED SIZE
                  COT-NUMERO                          DELIMITED SIZE
               INTO WS-CNS-HISTORICO
           END-STRING
           MOVE GRP-VALOR-CREDITO TO WS-CNS-VALOR
           PERFORM 8200-GRAVAR-CREDITO
           ADD 1 TO WS-CNS-QTD-CONTEMPL
           MOVE GRP-VALOR-CREDITO TO WS-VL-DISP
           IF COT-POR-LANCE
               DISPLAY 'COTA ' COT-NUMERO ' CONTEMPLADA POR LANCE - '
                   'CARTA R$ ' WS-VL-DISP
           ELSE
               DISPLAY 'COTA ' COT-NUMERO ' CONTEMPLADA POR SORTEIO - '
                   'CARTA R$ ' WS-VL-DISP
           END-IF
           MOVE COT-CONTA TO WS-NOT-CONTA
           MOVE 'CNS' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'Sua cota de consorcio ' DELIMITED SIZE
                  COT-GRUPO                DELIMITED SIZE
                  '/'                      DELIMITED SIZE
                  COT-NUMERO               DELIMITED SIZE
                  ' foi contemplada - carta de credito liberada'
                                           DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

      *================================================================
       5000-COBRAR-PARCELAS SECTION.
      *================================================================
       5000-INICIO.
      *    Cobranca mensal no dia de vencimento do grupo, uma parcela
      *    por competencia, com retentativa noturna dentro do mes.
           DISPLAY '--- COBRANCA DE PARCELAS DE CONSORCIO ---'
           MOVE ZEROS TO WS-CNS-QTD-DEBITADAS WS-CNS-QTD-ATRASOS
           MOVE ZEROS TO WS-CNS-QTD-EXCLUIDAS
           MOVE LOW-VALUES TO COT-CHAVE
           START ARQCOTA KEY IS >= COT-CHAVE
               INVALID KEY MOVE '10' TO FS-COTA
           END-START
           PERFORM UNTIL FS-COT-EOF
               READ ARQCOTA NEXT
                   AT END MOVE '10' TO FS-COTA
               END-READ
               IF NOT FS-COT-EOF
                   IF COT-EM-COBRANCA
                      AND COT-PARCELAS-PAGAS < COT-PRAZO
                      AND COT-COMPET-COBRADA < WS-CNS-COMPETENCIA
                       PERFORM 5050-LER-GRUPO-DA-COTA
                       IF FS-GRP-OK AND GRP-ATIVO
                          AND GRP-DIA-VENCTO <= WS-CNS-DIA-HOJE
                           PERFORM 5100-DEBITAR-PARCELA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COTA
           DISPLAY 'PARCELAS DEBITADAS: ' WS-CNS-QTD-DEBITADAS
           DISPLAY 'COTAS EM ATRASO:    ' WS-CNS-QTD-ATRASOS
           DISPLAY 'COTAS EXCLUIDAS:    ' WS-CNS-QTD-EXCLUIDAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5050-LER-GRUPO-DA-COTA.
           IF GRP-ID = COT-GRUPO AND FS-GRP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE COT-GRUPO TO GRP-ID
           READ ARQGRUPO
               INVALID KEY CONTINUE
           END-READ.

       5100-DEBITAR-PARCELA.
           MOVE COT-CONTA TO CNS-CONTA-NUM
           READ ARQCONTAS KEY IS CNS-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CNS-CONTA-STATUS NOT = 'A'
               PERFORM 5200-MARCAR-ATRASO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CNS-DISPONIVEL =
               CNS-CONTA-SALDO + CNS-CONTA-LIMITE
           IF COT-VALOR-PARCELA > WS-CNS-DISPONIVEL
               PERFORM 5200-MARCAR-ATRASO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT COT-VALOR-PARCELA FROM CNS-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CNS-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO COT-PARCELAS-PAGAS
           ADD COT-PARCELA-FUNDO TO COT-FUNDO-PAGO
           MOVE WS-CNS-COMPETENCIA TO COT-COMPET-COBRADA
           MOVE ZEROS TO COT-ATRASOS-SEGUIDOS
           IF COT-EM-ATRASO
               MOVE 'A' TO COT-SITUACAO
           END-IF
           REWRITE REG-COTA
           ADD COT-PARCELA-FUNDO TO GRP-FUNDO-COMUM
           REWRITE REG-GRUPO
           MOVE SPACES TO WS-CNS-HISTORICO
           STRING 'Parcela consorcio grupo ' DELIMITED SIZE
                  COT-GRUPO                  DELIMITED SIZE
                  ' cota '                   DELIMITED SIZE
                  COT-NUMERO                 DELIMITED SIZE
                  ' ('                       DELIMITED SIZE
                  COT-PARCELAS-PAGAS         DELIMITED SIZE
                  '/'                        DELIMITED SIZE
                  COT-PRAZO                  DELIMITED SIZE
                  ')'                        DELIMITED SIZE
               INTO WS-CNS-HISTORICO
           END-STRING
           MOVE COT-VALOR-PARCELA TO WS-CNS-VALOR
           PERFORM 8100-GRAVAR-DEBITO
           ADD 1 TO WS-CNS-QTD-DEBITADAS.

       5200-MARCAR-ATRASO.
      *    Um atraso por competencia; a cota ainda nao contemplada
      *    que chega ao limite de atrasos seguidos e excluida do
      *    grupo e aguarda a devolucao no encerramento.
           IF COT-COMPET-ATRASO >= WS-CNS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO COT-QTD-ATRASOS
           ADD 1 TO COT-ATRASOS-SEGUIDOS
           MOVE WS-CNS-COMPETENCIA TO COT-COMPET-ATRASO
           ADD 1 TO WS-CNS-QTD-ATRASOS
           IF NOT COT-CONTEMPLADA
               IF COT-ATRASOS-SEGUIDOS >= WS-CNS-MAX-ATRASOS
                   MOVE 'X' TO COT-SITUACAO
                   ADD 1 TO WS-CNS-QTD-EXCLUIDAS
                   DISPLAY 'COTA ' COT-GRUPO '/' COT-NUMERO
                       ' EXCLUIDA POR INADIMPLENCIA'
               ELSE
                   MOVE 'T' TO COT-SITUACAO
               END-IF
           END-IF
           DISPLAY 'COTA ' COT-GRUPO '/' COT-NUMERO
               ' SEM FUNDOS PARA A PARCELA - EM ATRASO'
           REWRITE REG-COTA.

      *================================================================
       6000-ENCERRAR-GRUPOS SECTION.
      *================================================================
       6000-INICIO.
      *    Grupo com todas as assembleias realizadas e encerrado e o
      *    fundo comum devolvido a quem nao recebeu carta de credito.
           DISPLAY '--- ENCERRAMENTO DE GRUPOS ---'
           MOVE ZEROS TO WS-CNS-QTD-ENCERRADOS
           MOVE ZEROS TO GRP-ID
           START ARQGRUPO KEY IS >= GRP-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRP-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRP-EOF
                   IF GRP-ATIVO
                      AND GRP-ASSEMBLEIAS >= GRP-PRAZO-MESES
                       PERFORM 6100-ENCERRAR-GRUPO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO
           DISPLAY 'GRUPOS ENCERRADOS: ' WS-CNS-QTD-ENCERRADOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6100-ENCERRAR-GRUPO.
           MOVE GRP-ID TO COT-GRUPO
           MOVE ZEROS TO COT-NUMERO
           START ARQCOTA KEY IS >= COT-CHAVE
               INVALID KEY MOVE '10' TO FS-COTA
           END-START
           PERFORM UNTIL FS-COT-EOF
               READ ARQCOTA NEXT
                   AT END MOVE '10' TO FS-COTA
               END-READ
               IF NOT FS-COT-EOF
                   IF COT-GRUPO NOT = GRP-ID
                       MOVE '10' TO FS-COTA
                   ELSE
                       PERFORM 6200-ENCERRAR-COTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COTA
           MOVE 'E' TO GRP-SITUACAO
           MOVE WS-DATA-HOJE TO GRP-DT-ENCERRAMENTO
           REWRITE REG-GRUPO
           ADD 1 TO WS-CNS-QTD-ENCERRADOS
           MOVE GRP-FUNDO-COMUM TO WS-VL-DISP
           DISPLAY 'GRUPO ' GRP-ID ' ENCERRADO - SALDO DO FUNDO R$ '
               WS-VL-DISP.

       6200-ENCERRAR-COTA.
      *    Excluida devolve o pago ao fundo menos a multa; ativa sem
      *    contemplacao devolve o pago ao fundo integral. A devolucao
      *    fica limitada ao que resta no fundo comum.
           EVALUATE TRUE
               WHEN COT-EXCLUIDA
                   COMPUTE WS-CNS-VALOR ROUNDED =
                       COT-FUNDO-PAGO
                       * (100 - WS-CNS-MULTA-EXCLUSAO) / 100
               WHEN COT-ATIVA OR COT-EM-ATRASO
                   MOVE COT-FUNDO-PAGO TO WS-CNS-VALOR
               WHEN COT-CONTEMPLADA
                   MOVE 'E' TO COT-SITUACAO
                   REWRITE REG-COTA
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-CNS-VALOR > GRP-FUNDO-COMUM
               MOVE GRP-FUNDO-COMUM TO WS-CNS-VALOR
           END-IF
           IF WS-CNS-VALOR < ZEROS
               MOVE ZEROS TO WS-CNS-VALOR
           END-IF
           SUBTRACT WS-CNS-VALOR FROM GRP-FUNDO-COMUM
           MOVE WS-CNS-VALOR TO COT-VALOR-DEVOLVIDO
           MOVE 'D' TO COT-SITUACAO
           REWRITE REG-COTA
           IF WS-CNS-VALOR > ZEROS
               MOVE SPACES TO WS-CNS-HISTORICO
               STRING 'Devolucao consorcio grupo ' DELIMITED SIZE
                      COT-GRUPO                    DELIMITED SIZE
                      ' cota '                     DELIMITED SIZE
                      COT-NUMERO                   DELIMITED SIZE
                   INTO WS-CNS-HISTORICO
               END-STRING
               PERFORM 8200-GRAVAR-CREDITO
           END-IF
           MOVE WS-CNS-VALOR TO WS-VL-DISP
           DISPLAY 'COTA ' COT-GRUPO '/' COT-NUMERO ' DEVOLVIDA R$ '
               WS-VL-DISP.

      *================================================================
       7000-LISTAR-GRUPOS SECTION.
      *================================================================
       7000-INICIO.
           DISPLAY 'GRUPO  DESCRICAO                       CREDITO'
               '        PRAZO ASSEMB COTAS SIT'
           MOVE ZEROS TO GRP-ID
           START ARQGRUPO KEY IS >= GRP-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRP-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRP-EOF
                   MOVE GRP-VALOR-CREDITO TO WS-VL-DISP
                   MOVE GRP-FUNDO-COMUM TO WS-VL-DISP2
                   MOVE GRP-TAXA-ADM TO WS-TX-DISP
                   DISPLAY GRP-ID ' ' GRP-DESCRICAO(1:30) ' '
                       WS-VL-DISP ' ' GRP-PRAZO-MESES '   '
                       GRP-ASSEMBLEIAS '    ' GRP-QTD-VENDIDAS '/'
                       GRP-QTD-COTAS ' ' GRP-SITUACAO
                   DISPLAY '       TAXA ADM ' WS-TX-DISP
                       '%  VENCTO DIA ' GRP-DIA-VENCTO
                       '  FUNDO COMUM R$ ' WS-VL-DISP2
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8100-GRAVAR-DEBITO.
      *    Parcela e lance seguem a administradora parceira como
      *    pagamento debitado da conta do cotista.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CNS-TRANS-ID
           MOVE COT-CONTA TO CNS-TRANS-CONTA-ORG
           MOVE ZEROS TO CNS-TRANS-CONTA-DEST
           MOVE 'PAG' TO CNS-TRANS-TIPO
           PERFORM 8300-COMPLETAR-TRANSACAO.

       8200-GRAVAR-CREDITO.
      *    Carta de credito e devolucao chegam da administradora
      *    como TED recebida: so a perna de credito do cotista.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CNS-TRANS-ID
           MOVE ZEROS TO CNS-TRANS-CONTA-ORG
           MOVE COT-CONTA TO CNS-TRANS-CONTA-DEST
           MOVE 'TED' TO CNS-TRANS-TIPO
           MOVE COT-CONTA TO CNS-CONTA-NUM
           READ ARQCONTAS KEY IS CNS-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               ADD WS-CNS-VALOR TO CNS-CONTA-SALDO
               MOVE WS-DATA-HOJE TO CNS-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
           ELSE
               DISPLAY 'CONTA ' COT-CONTA ' NAO LOCALIZADA PARA O '
                   'CREDITO'
           END-IF
           PERFORM 8300-COMPLETAR-TRANSACAO.

       8300-COMPLETAR-TRANSACAO.
           MOVE WS-CNS-VALOR TO CNS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CNS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CNS-TRANS-HORA
           MOVE WS-CNS-HISTORICO TO CNS-TRANS-DESCRICAO
           MOVE 'E' TO CNS-TRANS-STATUS
           COMPUTE CNS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'CONSORCIO' TO CNS-TRANS-CANAL
           MOVE 'BRL' TO CNS-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
