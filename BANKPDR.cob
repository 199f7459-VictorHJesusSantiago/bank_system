      *================================================================
      * BANKPDR.COB - Fila de Trabalho da Conta Transitoria
      * Sistema Bancario COBOL
      * Tratamento pela operacao dos creditos retidos na conta
      * transitoria 49930 pelo servico BANKSUS (BANKSUS.DAT): cada
      * item aberto e regularizado em conta - credito na conta
      * correta com transacao TED (ou PIX, quando o item veio de
      * BANKPIX.IN) de origem externa e lancamento 49930 contra
      * depositos a vista 41111 -, devolvido ao remetente - linha
      * no arquivo de devolucoes BANKPDR.DEV para a interface de
      * origem e lancamento 49930 contra a liquidacao 11102 - ou
      * escalado, ficando em aberto com a observacao do operador.
      * O relatorio de envelhecimento BANKPDR.TXT lista os itens em
      * aberto e escalados por faixa de dias na transitoria; no
      * lote diario o relatorio e refeito e cada item com mais dias
      * que o prazo de BANKCFG.DAT (zerado usa o de fabrica) vai ao
      * painel da manha BANKPANL.TXT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPDR.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSUSPENSO ASSIGN TO 'BANKSUS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-ID
               FILE STATUS IS FS-SUSPENSO.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDR-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDR-TRANS-ID
               ALTERNATE RECORD KEY IS PDR-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDR-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQDEVOLUCAO ASSIGN TO 'BANKPDR.DEV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT ARQRELPDR ASSIGN TO 'BANKPDR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPDR.

           SELECT ARQPAINEL ASSIGN TO 'BANKPANL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAINEL.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQSUSPENSO.
       01  REG-SUSPENSO.
           05  SUS-ID                PIC 9(10).
           05  SUS-INTERFACE         PIC X(12).
           05  SUS-MOTIVO            PIC X(2).
           05  SUS-REFERENCIA        PIC X(32).
           05  SUS-CONTA-INFORMADA   PIC 9(10).
           05  SUS-VALOR             PIC S9(13)V99 COMP-3.
           05  SUS-DT-ENTRADA        PIC 9(8).
           05  SUS-REGISTRO          PIC X(240).
           05  SUS-SITUACAO          PIC X(1).
               88  SUS-ABERTO        VALUE 'A'.
               88  SUS-ESCALADO      VALUE 'E'.
               88  SUS-REGULARIZADO  VALUE 'R'.
               88  SUS-DEVOLVIDO     VALUE 'D'.
           05  SUS-CONTA-DESTINO     PIC 9(10).
           05  SUS-DT-SOLUCAO        PIC 9(8).
           05  SUS-OPERADOR          PIC X(20).
           05  SUS-OBSERVACAO        PIC X(60).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PDR-CONTA-NUM         PIC 9(10).
           05  PDR-CONTA-AGENCIA     PIC 9(4).
           05  PDR-CONTA-DIGITO      PIC 9(1).
           05  PDR-CONTA-TIPO        PIC X(2).
           05  PDR-CONTA-STATUS      PIC X(1).
           05  PDR-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  PDR-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  PDR-CONTA-TITULAR     PIC X(60).
           05  PDR-CONTA-CPF         PIC X(11).
           05  PDR-CONTA-EMAIL       PIC X(80).
           05  PDR-CONTA-TELEFONE    PIC X(15).
           05  PDR-CONTA-DT-ABERTURA PIC 9(8).
           05  PDR-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PDR-CONTA-SENHA-HASH  PIC X(64).
           05  PDR-CONTA-COTIT-NOME  PIC X(60).
           05  PDR-CONTA-COTIT-CPF   PIC X(11).
           05  PDR-CONTA-CLI-ID      PIC 9(10).
           05  PDR-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  PDR-TRANS-ID          PIC 9(15).
           05  PDR-TRANS-CONTA-ORG   PIC 9(10).
           05  PDR-TRANS-CONTA-DEST  PIC 9(10).
           05  PDR-TRANS-TIPO        PIC X(3).
           05  PDR-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  PDR-TRANS-DATA        PIC 9(8).
           05  PDR-TRANS-HORA        PIC 9(6).
           05  PDR-TRANS-DESCRICAO   PIC X(100).
           05  PDR-TRANS-STATUS      PIC X(1).
           05  PDR-TRANS-NSU         PIC 9(12).
           05  PDR-TRANS-CANAL       PIC X(10).
           05  PDR-TRANS-MOEDA       PIC X(3).

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

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQDEVOLUCAO.
       01  REG-DEVOLUCAO             PIC X(300).

       FD  ARQRELPDR.
       01  REG-RELPDR                PIC X(132).

       FD  ARQPAINEL.
       01  REG-PAINEL                PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PDR-CTRL.
           05  FS-SUSPENSO          PIC XX.
               88  FS-SUS-OK        VALUE '00'.
               88  FS-SUS-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.
           05  FS-DEVOLUCAO         PIC XX.
           05  FS-RELPDR            PIC XX.
           05  FS-PAINEL            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

      *    Contas do razao movimentadas na solucao dos itens.
       01  WS-PDR-CONTAS.
           05  WS-PDR-CTA-TRANSIT   PIC X(8) VALUE '49930   '.
           05  WS-PDR-CTA-LIQUID    PIC X(8) VALUE '11102   '.
           05  WS-PDR-CTA-DEPOSITO  PIC X(8) VALUE '41111   '.

       01  WS-PDR-TRABALHO.
      *    Prazo de fabrica na transitoria antes do painel: cinco
      *    dias, uma semana util para a operacao identificar o
      *    favorecido ou devolver o credito.
           05  WS-PDR-DIAS-PAINEL   PIC 9(3) VALUE 5.
           05  WS-PDR-ID-INF        PIC 9(10).
           05  WS-PDR-CONTA-INF     PIC 9(10).
           05  WS-PDR-OBSERVACAO    PIC X(60).
           05  WS-PDR-CONFIRMA      PIC X(1).
           05  WS-PDR-IDADE         PIC 9(5).
           05  WS-PDR-FAIXA         PIC 9(1).
           05  WS-PDR-QTD-ITENS     PIC 9(7).
           05  WS-PDR-QTD-PAINEL    PIC 9(7).
           05  WS-PDR-TOT-ABERTO    PIC S9(13)V99 COMP-3.
           05  WS-PDR-PROX-TRANS    PIC 9(15) VALUE ZEROS.
           05  WS-PDR-PROX-LED      PIC 9(12) VALUE ZEROS.
           05  WS-PDR-LINHA         PIC X(132).
           05  WS-PDR-LINHA-DEV     PIC X(300).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-QTD-EDIT          PIC Z(6)9.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *    Faixas de envelhecimento: limite superior em dias.
       01  WS-PDR-FAIXAS.
           05  WS-FAI-TABELA.
               10  FILLER PIC X(20) VALUE '00005ATE 5 DIAS     '.
               10  FILLER PIC X(20) VALUE '00015DE 6 A 15 DIAS '.
               10  FILLER PIC X(20) VALUE '00030DE 16 A 30 DIAS'.
               10  FILLER PIC X(20) VALUE '00060DE 31 A 60 DIAS'.
               10  FILLER PIC X(20) VALUE '99999MAIS DE 60 DIAS'.
           05  WS-FAI-ENTRADA REDEFINES WS-FAI-TABELA
                   OCCURS 5 TIMES.
               10  WS-FAI-LIMITE    PIC 9(5).
               10  WS-FAI-NOME      PIC X(15).
           05  WS-FAI-ACUMULADOS OCCURS 5 TIMES.
               10  WS-FAI-QTD       PIC 9(7).
               10  WS-FAI-VALOR     PIC S9(13)V99 COMP-3.

       01  WS-LANCAMENTO.
           05  WS-LAN-CTA-DEB       PIC X(8).
           05  WS-LAN-CTA-CRE       PIC X(8).
           05  WS-LAN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-LAN-HISTORICO     PIC X(40).
           05  WS-LAN-TRANS-ID      PIC 9(15).
           05  WS-LAN-AGENCIA       PIC 9(4).

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
           PERFORM 0140-CARREGAR-PRAZO
           PERFORM 0100-ABRIR-ARQSUSPENSO
           IF LS-MODO-BATCH
               PERFORM 5000-RELATORIO-ENVELHECIMENTO
               PERFORM 6000-ALIMENTAR-PAINEL
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQSUSPENSO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQSUSPENSO.
           OPEN I-O ARQSUSPENSO
           IF FS-SUSPENSO = '35'
               OPEN OUTPUT ARQSUSPENSO
               CLOSE ARQSUSPENSO
               OPEN I-O ARQSUSPENSO
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

       0140-CARREGAR-PRAZO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00'
                   IF CFG-SUSPENSO-DIAS > ZEROS
                       MOVE CFG-SUSPENSO-DIAS TO WS-PDR-DIAS-PAINEL
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CONTA TRANSITORIA - PENDENCIAS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Listar itens em aberto'
           DISPLAY ' 02. Regularizar item em conta'
           DISPLAY ' 03. Devolver item ao remetente'
           DISPLAY ' 04. Escalar item'
           DISPLAY ' 05. Relatorio de envelhecimento (BANKPDR.TXT)'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-LISTAR-ABERTOS
               WHEN '02'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 3000-REGULARIZAR-ITEM
                   END-IF
               WHEN '03'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 3500-DEVOLVER-ITEM
                   END-IF
               WHEN '04'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 4000-ESCALAR-ITEM
                   END-IF
               WHEN '05'
                   PERFORM 5000-RELATORIO-ENVELHECIMENTO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

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
       2000-LISTAR-ABERTOS SECTION.
      *================================================================
       2000-INICIO.
           MOVE ZEROS TO WS-PDR-QTD-ITENS WS-PDR-TOT-ABERTO
           MOVE ZEROS TO SUS-ID
           START ARQSUSPENSO KEY >= SUS-ID
               INVALID KEY MOVE '10' TO FS-SUSPENSO
           END-START
           PERFORM UNTIL FS-SUS-EOF
               READ ARQSUSPENSO NEXT
                   AT END MOVE '10' TO FS-SUSPENSO
               END-READ
               IF NOT FS-SUS-EOF
                   IF SUS-ABERTO OR SUS-ESCALADO
                       PERFORM 2100-EXIBIR-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-SUSPENSO
           MOVE WS-PDR-TOT-ABERTO TO WS-VL-EDIT
           DISPLAY 'ITENS EM ABERTO: ' WS-PDR-QTD-ITENS
               ' VALOR R$ ' WS-VL-EDIT
           EXIT SECTION.

       2100-EXIBIR-ITEM.
           PERFORM 2200-CALCULAR-IDADE
           ADD 1 TO WS-PDR-QTD-ITENS
           ADD SUS-VALOR TO WS-PDR-TOT-ABERTO
           MOVE SUS-VALOR TO WS-VL-EDIT
           DISPLAY SUS-ID ' ' SUS-SITUACAO ' ' SUS-INTERFACE ' '
               SUS-MOTIVO ' ' SUS-DT-ENTRADA ' ' WS-PDR-IDADE
               ' DIAS R$ ' WS-VL-EDIT
           DISPLAY '   CONTA INFORMADA ' SUS-CONTA-INFORMADA
               ' REF ' SUS-REFERENCIA
           IF SUS-ESCALADO
               DISPLAY '   ESCALADO: ' SUS-OBSERVACAO
           END-IF.

       2200-CALCULAR-IDADE.
      *    Dias corridos na transitoria ate a data de movimento.
           MOVE ZEROS TO WS-PDR-IDADE
           IF SUS-DT-ENTRADA > ZEROS
              AND SUS-DT-ENTRADA < WS-DATA-MOVIMENTO
               COMPUTE WS-PDR-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(SUS-DT-ENTRADA)
           END-IF.

       2500-LER-ITEM-PENDENTE.
      *    Localiza o item informado; so item em aberto ou escalado
      *    admite solucao.
           MOVE 0 TO LS-CODIGO
           DISPLAY 'Numero do item: '
           ACCEPT WS-PDR-ID-INF
           MOVE WS-PDR-ID-INF TO SUS-ID
           READ ARQSUSPENSO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-SUS-OK
               DISPLAY 'ITEM NAO ENCONTRADO'
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF NOT SUS-ABERTO AND NOT SUS-ESCALADO
               DISPLAY 'ITEM JA SOLUCIONADO EM ' SUS-DT-SOLUCAO
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-EXIBIR-ITEM.

       2600-CONFIRMAR.
           DISPLAY 'Confirma (S/N)? '
           ACCEPT WS-PDR-CONFIRMA
           IF WS-PDR-CONFIRMA NOT = 'S' AND WS-PDR-CONFIRMA NOT = 's'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0003 TO LS-CODIGO
           END-IF.

      *================================================================
       3000-REGULARIZAR-ITEM SECTION.
      *================================================================
       3000-INICIO.
      *    Credito na conta correta identificada pela operacao: a
      *    transacao entra com origem externa zerada, como o credito
      *    recebido da interface, e o razao baixa a transitoria.
           PERFORM 2500-LER-ITEM-PENDENTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'Conta a creditar: '
           ACCEPT WS-PDR-CONTA-INF
           OPEN I-O ARQCONTAS
           MOVE WS-PDR-CONTA-INF TO PDR-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               CLOSE ARQCONTAS
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF PDR-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA NAO ESTA ATIVA'
               CLOSE ARQCONTAS
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'TITULAR: ' PDR-CONTA-TITULAR
           PERFORM 2600-CONFIRMAR
           IF LS-CODIGO NOT = 0
               CLOSE ARQCONTAS
               EXIT SECTION
           END-IF
           OPEN I-O ARQTRANS
           PERFORM 3100-SEED-PROXIMO-ID
           ADD SUS-VALOR TO PDR-CONTA-SALDO
           MOVE WS-DATA-MOVIMENTO TO PDR-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PDR-PROX-TRANS
           MOVE WS-PDR-PROX-TRANS TO PDR-TRANS-ID
           MOVE ZEROS TO PDR-TRANS-CONTA-ORG
           MOVE WS-PDR-CONTA-INF TO PDR-TRANS-CONTA-DEST
           IF SUS-INTERFACE = 'BANKPIX.IN'
               MOVE 'PIX' TO PDR-TRANS-TIPO
           ELSE
               MOVE 'TED' TO PDR-TRANS-TIPO
           END-IF
           MOVE SUS-VALOR TO PDR-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO PDR-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PDR-TRANS-HORA
           MOVE SPACES TO PDR-TRANS-DESCRICAO
           STRING 'Credito regularizado transitoria item '
                  DELIMITED SIZE
                  SUS-ID DELIMITED SIZE
                  ' ref ' DELIMITED SIZE
                  SUS-REFERENCIA DELIMITED SPACE
               INTO PDR-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO PDR-TRANS-STATUS
           COMPUTE PDR-TRANS-NSU =
               FUNCTION MOD(WS-PDR-PROX-TRANS 1000000000000)
           MOVE 'TRANSIT' TO PDR-TRANS-CANAL
           MOVE 'BRL' TO PDR-TRANS-MOEDA
           WRITE REG-TRANS
           MOVE WS-PDR-CTA-TRANSIT TO WS-LAN-CTA-DEB
           MOVE WS-PDR-CTA-DEPOSITO TO WS-LAN-CTA-CRE
           MOVE PDR-TRANS-ID TO WS-LAN-TRANS-ID
           MOVE PDR-CONTA-AGENCIA TO WS-LAN-AGENCIA
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Regulariz. transitoria ' DELIMITED SIZE
                  SUS-ID DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 3900-POSTAR-LANCAMENTO
           CLOSE ARQCONTAS ARQTRANS
           MOVE 'R' TO SUS-SITUACAO
           MOVE WS-PDR-CONTA-INF TO SUS-CONTA-DESTINO
           PERFORM 3800-REGISTRAR-SOLUCAO
           DISPLAY 'ITEM REGULARIZADO NA CONTA ' WS-PDR-CONTA-INF
           EXIT SECTION.

       3100-SEED-PROXIMO-ID.
           MOVE 999999999999999 TO PDR-TRANS-ID
           START ARQTRANS KEY IS <= PDR-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE PDR-TRANS-ID TO WS-PDR-PROX-TRANS
               END-IF
           END-IF.

      *================================================================
       3500-DEVOLVER-ITEM SECTION.
      *================================================================
       3500-INICIO.
      *    Devolucao ao remetente: a interface de origem le a linha
      *    de BANKPDR.DEV (registro bruto recebido) e o razao baixa
      *    a transitoria contra a liquidacao.
           PERFORM 2500-LER-ITEM-PENDENTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           PERFORM 2600-CONFIRMAR
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           OPEN EXTEND ARQDEVOLUCAO
           IF FS-DEVOLUCAO = '35'
               OPEN OUTPUT ARQDEVOLUCAO
           END-IF
           MOVE SUS-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-PDR-LINHA-DEV
           STRING SUS-INTERFACE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-MOTIVO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-REGISTRO DELIMITED SIZE
               INTO WS-PDR-LINHA-DEV
           END-STRING
           WRITE REG-DEVOLUCAO FROM WS-PDR-LINHA-DEV
           CLOSE ARQDEVOLUCAO
           MOVE WS-PDR-CTA-TRANSIT TO WS-LAN-CTA-DEB
           MOVE WS-PDR-CTA-LIQUID TO WS-LAN-CTA-CRE
           MOVE ZEROS TO WS-LAN-TRANS-ID WS-LAN-AGENCIA
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING 'Devolucao transitoria ' DELIMITED SIZE
                  SUS-ID DELIMITED SIZE
               INTO WS-LAN-HISTORICO
           END-STRING
           PERFORM 3900-POSTAR-LANCAMENTO
           MOVE 'D' TO SUS-SITUACAO
           PERFORM 3800-REGISTRAR-SOLUCAO
           DISPLAY 'ITEM DEVOLVIDO - LINHA GRAVADA EM BANKPDR.DEV'
           EXIT SECTION.

       3800-REGISTRAR-SOLUCAO.
           MOVE WS-DATA-MOVIMENTO TO SUS-DT-SOLUCAO
           MOVE LS-OPERADOR TO SUS-OPERADOR
           REWRITE REG-SUSPENSO
           MOVE 0 TO LS-CODIGO.

       3900-POSTAR-LANCAMENTO.
           OPEN I-O ARQLEDGER
           IF FS-LEDGER = '35'
               OPEN OUTPUT ARQLEDGER
               CLOSE ARQLEDGER
               OPEN I-O ARQLEDGER
           END-IF
           MOVE 999999999999 TO LED-ID
           START ARQLEDGER KEY IS <= LED-ID
           IF FS-LED-OK
               READ ARQLEDGER NEXT
               IF FS-LED-OK
                   MOVE LED-ID TO WS-PDR-PROX-LED
               END-IF
           END-IF
           ADD 1 TO WS-PDR-PROX-LED
           MOVE WS-PDR-PROX-LED TO LED-ID
           MOVE WS-DATA-MOVIMENTO TO LED-DATA
           MOVE WS-LAN-CTA-DEB TO LED-CONTA-DEBITO
           MOVE WS-LAN-CTA-CRE TO LED-CONTA-CREDITO
           MOVE SUS-VALOR TO LED-VALOR
           MOVE WS-LAN-HISTORICO TO LED-HISTORICO
           MOVE WS-LAN-TRANS-ID TO LED-TRANS-ID
           MOVE WS-LAN-AGENCIA TO LED-AGENCIA
           WRITE REG-LEDGER
           CLOSE ARQLEDGER.

      *================================================================
       4000-ESCALAR-ITEM SECTION.
      *================================================================
       4000-INICIO.
      *    O item escalado continua na transitoria (e no painel, se
      *    vencer o prazo) com a observacao de quem escalou.
           PERFORM 2500-LER-ITEM-PENDENTE
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           DISPLAY 'Observacao (area/motivo do escalonamento): '
           ACCEPT WS-PDR-OBSERVACAO
           IF WS-PDR-OBSERVACAO = SPACES
               DISPLAY 'OBSERVACAO OBRIGATORIA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'E' TO SUS-SITUACAO
           MOVE WS-PDR-OBSERVACAO TO SUS-OBSERVACAO
           MOVE LS-OPERADOR TO SUS-OPERADOR
           REWRITE REG-SUSPENSO
           DISPLAY 'ITEM ESCALADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-RELATORIO-ENVELHECIMENTO SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY '--- CONTA TRANSITORIA - ENVELHECIMENTO ---'
           MOVE ZEROS TO WS-PDR-QTD-ITENS WS-PDR-TOT-ABERTO
           PERFORM VARYING WS-PDR-FAIXA FROM 1 BY 1
                   UNTIL WS-PDR-FAIXA > 5
               MOVE ZEROS TO WS-FAI-QTD(WS-PDR-FAIXA)
                             WS-FAI-VALOR(WS-PDR-FAIXA)
           END-PERFORM
           OPEN OUTPUT ARQRELPDR
           MOVE SPACES TO WS-PDR-LINHA
           STRING 'CONTA TRANSITORIA 49930 - ENVELHECIMENTO DOS '
                  DELIMITED SIZE
                  'ITENS EM ABERTO - MOVIMENTO ' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-PDR-LINHA
           END-STRING
           WRITE REG-RELPDR FROM WS-PDR-LINHA
           MOVE SPACES TO WS-PDR-LINHA
           STRING 'ITEM       S INTERFACE    MT ENTRADA  '
                  DELIMITED SIZE
                  ' DIAS              VALOR CONTA INF.' DELIMITED SIZE
               INTO WS-PDR-LINHA
           END-STRING
           WRITE REG-RELPDR FROM WS-PDR-LINHA
           MOVE ZEROS TO SUS-ID
           START ARQSUSPENSO KEY >= SUS-ID
               INVALID KEY MOVE '10' TO FS-SUSPENSO
           END-START
           PERFORM UNTIL FS-SUS-EOF
               READ ARQSUSPENSO NEXT
                   AT END MOVE '10' TO FS-SUSPENSO
               END-READ
               IF NOT FS-SUS-EOF
                   IF SUS-ABERTO OR SUS-ESCALADO
                       PERFORM 5100-LINHA-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-SUSPENSO
           MOVE SPACES TO WS-PDR-LINHA
           WRITE REG-RELPDR FROM WS-PDR-LINHA
           MOVE 'RESUMO POR FAIXA DE DIAS' TO WS-PDR-LINHA
           WRITE REG-RELPDR FROM WS-PDR-LINHA
           PERFORM VARYING WS-PDR-FAIXA FROM 1 BY 1
                   UNTIL WS-PDR-FAIXA > 5
               MOVE WS-FAI-QTD(WS-PDR-FAIXA) TO WS-QTD-EDIT
               MOVE WS-FAI-VALOR(WS-PDR-FAIXA) TO WS-VL-EDIT
               MOVE SPACES TO WS-PDR-LINHA
               STRING WS-FAI-NOME(WS-PDR-FAIXA) DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-QTD-EDIT DELIMITED SIZE
                      ' ITEM(NS) ' DELIMITED SIZE
                      WS-VL-EDIT DELIMITED SIZE
                   INTO WS-PDR-LINHA
               END-STRING
               WRITE REG-RELPDR FROM WS-PDR-LINHA
           END-PERFORM
           MOVE WS-PDR-QTD-ITENS TO WS-QTD-EDIT
           MOVE WS-PDR-TOT-ABERTO TO WS-VL-EDIT
           MOVE SPACES TO WS-PDR-LINHA
           STRING 'TOTAL NA TRANSITORIA  ' DELIMITED SIZE
                  WS-QTD-EDIT DELIMITED SIZE
                  ' ITEM(NS) ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-PDR-LINHA
           END-STRING
           WRITE REG-RELPDR FROM WS-PDR-LINHA
           CLOSE ARQRELPDR
           DISPLAY 'ITENS EM ABERTO: ' WS-PDR-QTD-ITENS
           DISPLAY 'RELATORIO EM BANKPDR.TXT'
           EXIT SECTION.

       5100-LINHA-ITEM.
           PERFORM 2200-CALCULAR-IDADE
           ADD 1 TO WS-PDR-QTD-ITENS
           ADD SUS-VALOR TO WS-PDR-TOT-ABERTO
           MOVE 1 TO WS-PDR-FAIXA
           PERFORM UNTIL WS-PDR-FAIXA = 5
                   OR WS-PDR-IDADE <= WS-FAI-LIMITE(WS-PDR-FAIXA)
               ADD 1 TO WS-PDR-FAIXA
           END-PERFORM
           ADD 1 TO WS-FAI-QTD(WS-PDR-FAIXA)
           ADD SUS-VALOR TO WS-FAI-VALOR(WS-PDR-FAIXA)
           MOVE SUS-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-PDR-LINHA
           STRING SUS-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-INTERFACE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-MOTIVO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-DT-ENTRADA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PDR-IDADE DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-CONTA-INFORMADA DELIMITED SIZE
               INTO WS-PDR-LINHA
           END-STRING
           WRITE REG-RELPDR FROM WS-PDR-LINHA.

      *================================================================
       6000-ALIMENTAR-PAINEL SECTION.
      *================================================================
       6000-INICIO.
      *    Itens parados na transitoria alem do prazo vao ao painel
      *    da manha, um por linha, para cobranca da operacao.
           MOVE ZEROS TO WS-PDR-QTD-PAINEL
           OPEN EXTEND ARQPAINEL
           IF FS-PAINEL = '35'
               OPEN OUTPUT ARQPAINEL
           END-IF
           IF FS-PAINEL NOT = '00'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO SUS-ID
           START ARQSUSPENSO KEY >= SUS-ID
               INVALID KEY MOVE '10' TO FS-SUSPENSO
           END-START
           PERFORM UNTIL FS-SUS-EOF
               READ ARQSUSPENSO NEXT
                   AT END MOVE '10' TO FS-SUSPENSO
               END-READ
               IF NOT FS-SUS-EOF
                   IF SUS-ABERTO OR SUS-ESCALADO
                       PERFORM 2200-CALCULAR-IDADE
                       IF WS-PDR-IDADE > WS-PDR-DIAS-PAINEL
                           PERFORM 6100-LINHA-PAINEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-SUSPENSO
           CLOSE ARQPAINEL
           DISPLAY 'ITENS DA TRANSITORIA NO PAINEL: '
               WS-PDR-QTD-PAINEL
           EXIT SECTION.

       6100-LINHA-PAINEL.
           ADD 1 TO WS-PDR-QTD-PAINEL
           MOVE SUS-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-PDR-LINHA
           STRING 'TRANSITORIA ITEM ' DELIMITED SIZE
                  SUS-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SUS-INTERFACE DELIMITED SIZE
                  ' MOTIVO ' DELIMITED SIZE
                  SUS-MOTIVO DELIMITED SIZE
                  ' R$ ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ABERTO HA ' DELIMITED SIZE
                  WS-PDR-IDADE DELIMITED SIZE
                  ' DIAS' DELIMITED SIZE
               INTO WS-PDR-LINHA
           END-STRING
           IF SUS-ESCALADO
               MOVE 'ESCALADO' TO WS-PDR-LINHA(124:8)
           END-IF
           WRITE REG-PAINEL FROM WS-PDR-LINHA.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
