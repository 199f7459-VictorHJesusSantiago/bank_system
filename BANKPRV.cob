      *================================================================
      * BANKPRV.COB - Previdencia Privada (PGBL/VGBL)
      * Sistema Bancario COBOL
      * Planos PGBL e VGBL em BANKPREV.DAT ligados a conta e ao CPF
      * do participante, com regime de tributacao progressivo ou
      * regressivo escolhido na adesao, contribuicao mensal
      * programada debitada da conta no lote noturno, aportes
      * eventuais pelo menu e lista de beneficiarios (BANKPRVB.DAT).
      * Cada aporte e guardado em BANKPRVA.DAT com a data de origem,
      * que conta o prazo de acumulacao da tabela regressiva aporte
      * a aporte; a rentabilidade do fundo e incorporada uma vez
      * por mes. O resgate consome os aportes do mais antigo para o
      * mais novo e retem o IR do regime (PGBL sobre o valor total,
      * VGBL so sobre o rendimento). A portabilidade entre entidades
      * nao tributa: a entrada registra os aportes com a data de
      * origem e a saida gera BANKPRVP.TXT para a entidade
      * receptora. O informe anual (BANKPRVI.TXT) traz as
      * contribuicoes ao PGBL dedutiveis na declaracao do IR.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRV.

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
               RECORD KEY IS PRV-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-TRANS-ID
               ALTERNATE RECORD KEY IS PRV-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRV-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQPLANO ASSIGN TO 'BANKPREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-ID
               ALTERNATE RECORD KEY IS PLN-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLN-CPF WITH DUPLICATES
               FILE STATUS IS FS-PLANO.

           SELECT ARQAPORTE ASSIGN TO 'BANKPRVA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS FS-APORTE.

           SELECT ARQBENEF ASSIGN TO 'BANKPRVB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS FS-BENEF.

           SELECT ARQMOVTO ASSIGN TO 'BANKPRVM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-PLANO WITH DUPLICATES
               FILE STATUS IS FS-MOVTO.

           SELECT ARQPORTAB ASSIGN TO 'BANKPRVP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAB.

           SELECT ARQINFORME ASSIGN TO 'BANKPRVI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PRV-CONTA-NUM         PIC 9(10).
           05  PRV-CONTA-AGENCIA     PIC 9(4).
           05  PRV-CONTA-DIGITO      PIC 9(1).
           05  PRV-CONTA-TIPO        PIC X(2).
           05  PRV-CONTA-STATUS      PIC X(1).
           05  PRV-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  PRV-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  PRV-CONTA-TITULAR     PIC X(60).
           05  PRV-CONTA-CPF         PIC X(11).
           05  PRV-CONTA-EMAIL       PIC X(80).
           05  PRV-CONTA-TELEFONE    PIC X(15).
           05  PRV-CONTA-DT-ABERTURA PIC 9(8).
           05  PRV-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PRV-CONTA-SENHA-HASH  PIC X(64).
           05  PRV-CONTA-COTIT-NOME  PIC X(60).
           05  PRV-CONTA-COTIT-CPF   PIC X(11).
           05  PRV-CONTA-CLI-ID      PIC 9(10).
           05  PRV-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  PRV-TRANS-ID          PIC 9(15).
           05  PRV-TRANS-CONTA-ORG   PIC 9(10).
           05  PRV-TRANS-CONTA-DEST  PIC 9(10).
           05  PRV-TRANS-TIPO        PIC X(3).
           05  PRV-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  PRV-TRANS-DATA        PIC 9(8).
           05  PRV-TRANS-HORA        PIC 9(6).
           05  PRV-TRANS-DESCRICAO   PIC X(100).
           05  PRV-TRANS-STATUS      PIC X(1).
           05  PRV-TRANS-NSU         PIC 9(12).
           05  PRV-TRANS-CANAL       PIC X(10).
           05  PRV-TRANS-MOEDA       PIC X(3).

       FD  ARQPLANO.
       01  REG-PLANO.
           05  PLN-ID                PIC 9(10).
           05  PLN-CONTA             PIC 9(10).
           05  PLN-CPF               PIC X(11).
           05  PLN-AGENCIA           PIC 9(4).
           05  PLN-TIPO              PIC X(1).
               88  PLN-PGBL          VALUE 'G'.
               88  PLN-VGBL          VALUE 'V'.
           05  PLN-REGIME            PIC X(1).
               88  PLN-PROGRESSIVO   VALUE 'P'.
               88  PLN-REGRESSIVO    VALUE 'R'.
           05  PLN-CONTRIB-MENSAL    PIC S9(9)V99 COMP-3.
           05  PLN-DIA-CONTRIB       PIC 9(2).
           05  PLN-COMPET-CONTRIB    PIC 9(6).
           05  PLN-COMPET-FALHA      PIC 9(6).
           05  PLN-COMPET-RENTAB     PIC 9(6).
           05  PLN-SALDO             PIC S9(13)V99 COMP-3.
           05  PLN-ULT-APORTE        PIC 9(5).
           05  PLN-DT-ADESAO         PIC 9(8).
           05  PLN-SITUACAO          PIC X(1).
               88  PLN-ATIVO         VALUE 'A'.
               88  PLN-RESGATADO     VALUE 'R'.
               88  PLN-PORTADO       VALUE 'P'.
           05  PLN-DT-SITUACAO       PIC 9(8).
           05  PLN-OPERADOR          PIC X(20).

       FD  ARQAPORTE.
       01  REG-APORTE.
           05  APT-CHAVE.
               10  APT-PLANO         PIC 9(10).
               10  APT-SEQ           PIC 9(5).
           05  APT-ORIGEM            PIC X(1).
               88  APT-MENSAL        VALUE 'M'.
               88  APT-EVENTUAL      VALUE 'E'.
               88  APT-PORTADO       VALUE 'P'.
           05  APT-DT-ORIGEM         PIC 9(8).
           05  APT-DATA              PIC 9(8).
           05  APT-VALOR             PIC S9(11)V99 COMP-3.
           05  APT-BASE              PIC S9(11)V99 COMP-3.
           05  APT-SALDO             PIC S9(13)V99 COMP-3.

       FD  ARQBENEF.
       01  REG-BENEF.
           05  BEN-CHAVE.
               10  BEN-PLANO         PIC 9(10).
               10  BEN-SEQ           PIC 9(2).
           05  BEN-NOME              PIC X(60).
           05  BEN-CPF               PIC X(11).
           05  BEN-PARENTESCO        PIC X(15).
           05  BEN-PERCENTUAL        PIC 9(3)V99.

       FD  ARQMOVTO.
       01  REG-MOVTO.
           05  MOV-ID                PIC 9(12).
           05  MOV-PLANO             PIC 9(10).
           05  MOV-TIPO              PIC X(1).
               88  MOV-CONTRIBUICAO  VALUE 'C'.
               88  MOV-RESGATE       VALUE 'R'.
               88  MOV-PORTAB-ENTRADA VALUE 'E'.
               88  MOV-PORTAB-SAIDA  VALUE 'S'.
           05  MOV-DATA              PIC 9(8).
           05  MOV-VALOR             PIC S9(13)V99 COMP-3.
           05  MOV-IR                PIC S9(11)V99 COMP-3.
           05  MOV-ENTIDADE          PIC X(14).

       FD  ARQPORTAB.
       01  REG-PORTAB                PIC X(132).

       FD  ARQINFORME.
       01  REG-INFORME               PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PRV-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-PLANO             PIC XX.
               88  FS-PLN-OK        VALUE '00'.
               88  FS-PLN-EOF       VALUE '10'.
           05  FS-APORTE            PIC XX.
               88  FS-APT-OK        VALUE '00'.
               88  FS-APT-EOF       VALUE '10'.
           05  FS-BENEF             PIC XX.
               88  FS-BEN-OK        VALUE '00'.
               88  FS-BEN-EOF       VALUE '10'.
           05  FS-MOVTO             PIC XX.
               88  FS-MOV-OK        VALUE '00'.
               88  FS-MOV-EOF       VALUE '10'.
           05  FS-PORTAB            PIC XX.
           05  FS-INFORME           PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PRODUTO-CTRL.
      *    Rentabilidade mensal do fundo de previdencia incorporada
      *    aos aportes e contribuicao minima aceita.
           05  WS-PRV-RENTAB-MES    PIC 9V9(6) VALUE 0,007500.
           05  WS-PRV-APORTE-MIN    PIC S9(9)V99 COMP-3 VALUE 50,00.
      *    Regime progressivo: antecipacao de 15% na fonte, com o
      *    ajuste pela tabela progressiva na declaracao anual.
           05  WS-PRV-ALIQ-PROGR    PIC 9(2)V99 VALUE 15,00.
      *    Tabela regressiva: aliquota pelo prazo de acumulacao de
      *    cada aporte, em dias corridos desde a data de origem.
           05  WS-PRV-TAB-REGRESSIVA.
               10  FILLER PIC X(9) VALUE '007303500'.
               10  FILLER PIC X(9) VALUE '014603000'.
               10  FILLER PIC X(9) VALUE '021902500'.
               10  FILLER PIC X(9) VALUE '029202000'.
               10  FILLER PIC X(9) VALUE '036501500'.
               10  FILLER PIC X(9) VALUE '999991000'.
           05  WS-PRV-FAIXAS REDEFINES WS-PRV-TAB-REGRESSIVA
                   OCCURS 6 TIMES.
               10  WS-REG-DIAS       PIC 9(5).
               10  WS-REG-ALIQ       PIC 9(2)V99.
           05  WS-REG-IDX           PIC 9(1).

       01  WS-PLANO-CTRL.
           05  WS-PLN-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-MOV-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-PLN-ID-INF        PIC 9(10).
           05  WS-PLN-CONTA-INF     PIC 9(10).
           05  WS-PLN-TIPO-INF      PIC X(1).
           05  WS-PLN-REGIME-INF    PIC X(1).
           05  WS-PLN-VALOR-INF     PIC 9(9)V99.
           05  WS-PLN-BASE-INF      PIC 9(9)V99.
           05  WS-PLN-DIA-INF       PIC 9(2).
           05  WS-PLN-DATA-INF      PIC 9(8).
           05  WS-PLN-ENTIDADE-INF  PIC X(14).
           05  WS-PLN-CONFIRMA      PIC X(1).
           05  WS-PLN-QTD           PIC 9(4).
           05  WS-PLN-ACHADO        PIC X(1).
               88  PLANO-ACHADO     VALUE 'S'.
           05  WS-PLN-TIPO-TEXTO    PIC X(4).
           05  WS-PLN-REGIME-TEXTO  PIC X(11).

       01  WS-APORTE-CTRL.
           05  WS-APT-ORIGEM        PIC X(1).
           05  WS-APT-DT-ORIGEM     PIC 9(8).
           05  WS-APT-VALOR         PIC S9(11)V99 COMP-3.
           05  WS-APT-BASE          PIC S9(11)V99 COMP-3.
           05  WS-APT-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-COMPETENCIA       PIC 9(6).
           05  WS-DIA-HOJE          PIC 9(2).
           05  WS-QTD-CONTRIB       PIC 9(6).
           05  WS-QTD-FALHAS        PIC 9(6).
           05  WS-QTD-RENTAB        PIC 9(6).

       01  WS-RESGATE-CTRL.
      *    Consumo dos aportes: 'R' resgate tributado, 'S' saida
      *    por portabilidade (sem IR, aportes vao ao arquivo).
           05  WS-RSG-MODO          PIC X(1).
               88  RSG-RESGATE      VALUE 'R'.
               88  RSG-PORTABILIDADE VALUE 'S'.
           05  WS-RSG-PEDIDO        PIC S9(13)V99 COMP-3.
           05  WS-RSG-RESTANTE      PIC S9(13)V99 COMP-3.
           05  WS-RSG-PARCELA       PIC S9(13)V99 COMP-3.
           05  WS-RSG-BASE-PARC     PIC S9(11)V99 COMP-3.
           05  WS-RSG-TRIBUTAVEL    PIC S9(13)V99 COMP-3.
           05  WS-RSG-ALIQ          PIC 9(2)V99.
           05  WS-RSG-IR-PARC       PIC S9(11)V99 COMP-3.
           05  WS-RSG-TOT-BRUTO     PIC S9(13)V99 COMP-3.
           05  WS-RSG-TOT-IR        PIC S9(13)V99 COMP-3.
           05  WS-RSG-LIQUIDO       PIC S9(13)V99 COMP-3.
           05  WS-RSG-DIAS          PIC S9(7) COMP-3.

       01  WS-BENEF-CTRL.
           05  WS-BEN-ACAO          PIC X(1).
           05  WS-BEN-TOTAL         PIC 9(3)V99.
           05  WS-BEN-ULT-SEQ       PIC 9(2).
           05  WS-BEN-NOME-INF      PIC X(60).
           05  WS-BEN-CPF-INF       PIC X(11).
           05  WS-BEN-PARENT-INF    PIC X(15).
           05  WS-BEN-PERC-INF      PIC 9(3)V99.
           05  WS-BEN-PERC-DISP     PIC ZZ9,99.

       01  WS-INFORME-CTRL.
           05  WS-INF-CPF           PIC X(11).
           05  WS-INF-CPF-BUSCA     PIC X(11).
           05  WS-INF-ANO           PIC 9(4).
           05  WS-INF-LINHA         PIC X(132).
           05  WS-INF-CONTRIB       PIC S9(13)V99 COMP-3.
           05  WS-INF-RESGATES      PIC S9(13)V99 COMP-3.
           05  WS-INF-IR            PIC S9(13)V99 COMP-3.
           05  WS-INF-TOT-PGBL      PIC S9(13)V99 COMP-3.
           05  WS-INF-TOT-VGBL      PIC S9(13)V99 COMP-3.
           05  WS-INF-TOT-IR        PIC S9(13)V99 COMP-3.
           05  WS-INF-QTD-PLANOS    PIC 9(4).

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-TRN-TIPO          PIC X(3).
           05  WS-TRN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-TRN-HISTORICO     PIC X(100).
           05  WS-VL-DISP           PIC Z(10)9,99-.
           05  WS-VL-DISP2          PIC Z(10)9,99-.
           05  WS-VL-DISP3          PIC Z(10)9,99-.
           05  WS-TX-DISP           PIC Z9,99.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

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
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 8000-CONTRIBUICOES-MENSAIS
               PERFORM 8500-INCORPORAR-RENTABILIDADE
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQPLANO ARQAPORTE ARQBENEF
                 ARQMOVTO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN I-O ARQPLANO
           IF FS-PLANO = '35'
               OPEN OUTPUT ARQPLANO
               CLOSE ARQPLANO
               OPEN I-O ARQPLANO
           END-IF
           OPEN I-O ARQAPORTE
           IF FS-APORTE = '35'
               OPEN OUTPUT ARQAPORTE
               CLOSE ARQAPORTE
               OPEN I-O ARQAPORTE
           END-IF
           OPEN I-O ARQBENEF
           IF FS-BENEF = '35'
               OPEN OUTPUT ARQBENEF
               CLOSE ARQBENEF
               OPEN I-O ARQBENEF
           END-IF
           OPEN I-O ARQMOVTO
           IF FS-MOVTO = '35'
               OPEN OUTPUT ARQMOVTO
               CLOSE ARQMOVTO
               OPEN I-O ARQMOVTO
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO PLN-ID
           START ARQPLANO KEY IS <= PLN-ID
           IF FS-PLN-OK
               READ ARQPLANO NEXT
               IF FS-PLN-OK
                   MOVE PLN-ID TO WS-PLN-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999 TO MOV-ID
           START ARQMOVTO KEY IS <= MOV-ID
           IF FS-MOV-OK
               READ ARQMOVTO NEXT
               IF FS-MOV-OK
                   MOVE MOV-ID TO WS-MOV-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO PRV-TRANS-ID
           START ARQTRANS KEY IS <= PRV-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE PRV-TRANS-ID TO WS-PROXIMO-ID
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
           DISPLAY ' PREVIDENCIA PRIVADA (PGBL/VGBL)'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Contratar plano'
           DISPLAY ' 02. Consultar planos da conta'
           DISPLAY ' 03. Aporte eventual'
           DISPLAY ' 04. Alterar contribuicao mensal'
           DISPLAY ' 05. Beneficiarios'
           DISPLAY ' 06. Resgatar'
           DISPLAY ' 07. Portabilidade de entrada'
           DISPLAY ' 08. Portabilidade de saida'
           DISPLAY ' 09. Informe anual de contribuicoes'
           DISPLAY ' 10. Processar contribuicoes do mes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO NOT = '02' AND WS-OPCAO NOT = '09'
              AND WS-OPCAO NOT = '00'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CONTRATAR-PLANO
               WHEN '02'
                   PERFORM 2500-CONSULTAR-PLANOS
               WHEN '03'
                   PERFORM 3000-APORTE-EVENTUAL
               WHEN '04'
                   PERFORM 3500-ALTERAR-CONTRIBUICAO
               WHEN '05'
                   PERFORM 4000-BENEFICIARIOS
               WHEN '06'
                   PERFORM 5000-RESGATAR
               WHEN '07'
                   PERFORM 6000-PORTABILIDADE-ENTRADA
               WHEN '08'
                   PERFORM 6500-PORTABILIDADE-SAIDA
               WHEN '09'
                   PERFORM 7000-INFORME-ANUAL
               WHEN '10'
                   PERFORM 8000-CONTRIBUICOES-MENSAIS
                   PERFORM 8500-INCORPORAR-RENTABILIDADE
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

       1950-LER-PLANO-ATIVO.
           MOVE 'N' TO WS-PLN-ACHADO
           DISPLAY 'Numero do plano: '
           ACCEPT WS-PLN-ID-INF
           MOVE WS-PLN-ID-INF TO PLN-ID
           READ ARQPLANO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-PLN-OK OR NOT PLN-ATIVO
               DISPLAY 'PLANO NAO ENCONTRADO OU INATIVO'
               MOVE 0002 TO LS-CODIGO
           ELSE
               MOVE 'S' TO WS-PLN-ACHADO
           END-IF.

       1960-TEXTOS-PLANO.
           IF PLN-PGBL
               MOVE 'PGBL' TO WS-PLN-TIPO-TEXTO
           ELSE
               MOVE 'VGBL' TO WS-PLN-TIPO-TEXTO
           END-IF
           IF PLN-REGRESSIVO
               MOVE 'REGRESSIVO' TO WS-PLN-REGIME-TEXTO
           ELSE
               MOVE 'PROGRESSIVO' TO WS-PLN-REGIME-TEXTO
           END-IF.

      *================================================================
       2000-CONTRATAR-PLANO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- ADESAO A PLANO DE PREVIDENCIA ---'
           DISPLAY 'Conta do participante: '
           ACCEPT WS-PLN-CONTA-INF
           MOVE WS-PLN-CONTA-INF TO PRV-CONTA-NUM
           READ ARQCONTAS KEY IS PRV-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR PRV-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Tipo (G-PGBL V-VGBL): '
           ACCEPT WS-PLN-TIPO-INF
           IF WS-PLN-TIPO-INF NOT = 'G' AND WS-PLN-TIPO-INF NOT = 'V'
               DISPLAY 'TIPO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Regime de IR (P-Progressivo R-Regressivo): '
           ACCEPT WS-PLN-REGIME-INF
           IF WS-PLN-REGIME-INF NOT = 'P'
              AND WS-PLN-REGIME-INF NOT = 'R'
               DISPLAY 'REGIME INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Contribuicao mensal (0 = sem programacao): '
           ACCEPT WS-PLN-VALOR-INF
           IF WS-PLN-VALOR-INF > ZEROS
              AND WS-PLN-VALOR-INF < WS-PRV-APORTE-MIN
               MOVE WS-PRV-APORTE-MIN TO WS-VL-DISP
               DISPLAY 'CONTRIBUICAO MINIMA R$ ' WS-VL-DISP
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-PLN-DIA-INF
           IF WS-PLN-VALOR-INF > ZEROS
               DISPLAY 'Dia do debito (01-28): '
               ACCEPT WS-PLN-DIA-INF
               IF WS-PLN-DIA-INF < 1 OR WS-PLN-DIA-INF > 28
                   DISPLAY 'DIA INVALIDO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           IF WS-PLN-REGIME-INF = 'R'
               DISPLAY 'REGIME REGRESSIVO E IRRETRATAVEL'
           END-IF
           DISPLAY 'Confirmar adesao? (S/N): '
           ACCEPT WS-PLN-CONFIRMA
           IF WS-PLN-CONFIRMA NOT = 'S'
               DISPLAY 'ADESAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PLN-PROX-ID
           MOVE WS-PLN-PROX-ID TO PLN-ID
           MOVE WS-PLN-CONTA-INF TO PLN-CONTA
           MOVE PRV-CONTA-CPF TO PLN-CPF
           MOVE PRV-CONTA-AGENCIA TO PLN-AGENCIA
           MOVE WS-PLN-TIPO-INF TO PLN-TIPO
           MOVE WS-PLN-REGIME-INF TO PLN-REGIME
           MOVE WS-PLN-VALOR-INF TO PLN-CONTRIB-MENSAL
           MOVE WS-PLN-DIA-INF TO PLN-DIA-CONTRIB
           MOVE ZEROS TO PLN-COMPET-CONTRIB PLN-COMPET-FALHA
           MOVE WS-COMPETENCIA TO PLN-COMPET-RENTAB
           MOVE ZEROS TO PLN-SALDO PLN-ULT-APORTE
           MOVE WS-DATA-HOJE TO PLN-DT-ADESAO
           MOVE 'A' TO PLN-SITUACAO
           MOVE WS-DATA-HOJE TO PLN-DT-SITUACAO
           MOVE LS-OPERADOR TO PLN-OPERADOR
           WRITE REG-PLANO
           IF NOT FS-PLN-OK
               DISPLAY 'ERRO AO GRAVAR PLANO: ' FS-PLANO
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'PLANO ' PLN-ID ' CONTRATADO'
           DISPLAY 'CADASTRE OS BENEFICIARIOS NA OPCAO 05'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       2500-CONSULTAR-PLANOS SECTION.
      *================================================================
       2500-INICIO.
           DISPLAY 'Conta: '
           ACCEPT WS-PLN-CONTA-INF
           MOVE ZEROS TO WS-PLN-QTD
           MOVE WS-PLN-CONTA-INF TO PLN-CONTA
           START ARQPLANO KEY IS = PLN-CONTA
               INVALID KEY MOVE '10' TO FS-PLANO
           END-START
           PERFORM UNTIL FS-PLN-EOF
               READ ARQPLANO NEXT
                   AT END MOVE '10' TO FS-PLANO
               END-READ
               IF NOT FS-PLN-EOF
                   IF PLN-CONTA NOT = WS-PLN-CONTA-INF
                       MOVE '10' TO FS-PLANO
                   ELSE
                       PERFORM 2600-EXIBIR-PLANO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PLANO
           IF WS-PLN-QTD = ZEROS
               DISPLAY 'NENHUM PLANO PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2600-EXIBIR-PLANO.
           ADD 1 TO WS-PLN-QTD
           PERFORM 1960-TEXTOS-PLANO
           MOVE PLN-SALDO TO WS-VL-DISP
           MOVE PLN-CONTRIB-MENSAL TO WS-VL-DISP2
           DISPLAY '----------------------------------------'
           DISPLAY 'PLANO ' PLN-ID ' ' WS-PLN-TIPO-TEXTO ' '
               WS-PLN-REGIME-TEXTO ' SITUACAO ' PLN-SITUACAO
           DISPLAY 'SALDO R$ ' WS-VL-DISP
           DISPLAY 'CONTRIBUICAO MENSAL R$ ' WS-VL-DISP2
               ' DIA ' PLN-DIA-CONTRIB
               ' ULTIMA COMPETENCIA ' PLN-COMPET-CONTRIB
           MOVE PLN-ID TO BEN-PLANO
           MOVE ZEROS TO BEN-SEQ
           START ARQBENEF KEY IS >= BEN-CHAVE
               INVALID KEY MOVE '10' TO FS-BENEF
           END-START
           PERFORM UNTIL FS-BEN-EOF
               READ ARQBENEF NEXT
                   AT END MOVE '10' TO FS-BENEF
               END-READ
               IF NOT FS-BEN-EOF
                   IF BEN-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-BENEF
                   ELSE
                       MOVE BEN-PERCENTUAL TO WS-BEN-PERC-DISP
                       DISPLAY '  BENEFICIARIO ' BEN-NOME(1:40) ' '
                           WS-BEN-PERC-DISP '%'
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BENEF.

      *================================================================
       3000-APORTE-EVENTUAL SECTION.
      *================================================================
       3000-INICIO.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'Valor do aporte: '
           ACCEPT WS-PLN-VALOR-INF
           IF WS-PLN-VALOR-INF < WS-PRV-APORTE-MIN
               MOVE WS-PRV-APORTE-MIN TO WS-VL-DISP
               DISPLAY 'APORTE MINIMO R$ ' WS-VL-DISP
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-PLN-VALOR-INF TO WS-APT-VALOR
           MOVE 'E' TO WS-APT-ORIGEM
           PERFORM 3100-DEBITAR-CONTRIBUICAO
           IF LS-CODIGO = 0002
               DISPLAY 'CONTA DO PLANO INDISPONIVEL'
               EXIT SECTION
           END-IF
           IF LS-CODIGO NOT = 0
               DISPLAY 'SALDO INSUFICIENTE PARA O APORTE'
               EXIT SECTION
           END-IF
           REWRITE REG-PLANO
           MOVE WS-APT-VALOR TO WS-VL-DISP
           DISPLAY 'APORTE DE R$ ' WS-VL-DISP ' NO PLANO ' PLN-ID
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-DEBITAR-CONTRIBUICAO.
      *    Debito na conta do participante e aporte com a data de
      *    hoje como origem do prazo de acumulacao. O chamador
      *    regrava o plano.
           MOVE PLN-CONTA TO PRV-CONTA-NUM
           READ ARQCONTAS KEY IS PRV-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR PRV-CONTA-STATUS NOT = 'A'
               MOVE 0002 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APT-DISPONIVEL =
               PRV-CONTA-SALDO + PRV-CONTA-LIMITE
           IF WS-APT-VALOR > WS-APT-DISPONIVEL
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-APT-VALOR FROM PRV-CONTA-SALDO
           MOVE WS-DATA-HOJE TO PRV-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE 'APL' TO WS-TRN-TIPO
           MOVE WS-APT-VALOR TO WS-TRN-VALOR
           MOVE SPACES TO WS-TRN-HISTORICO
           STRING 'Contribuicao previdencia plano ' DELIMITED SIZE
                  PLN-ID                            DELIMITED SIZE
               INTO WS-TRN-HISTORICO
           END-STRING
           PERFORM 9100-GRAVAR-TRANSACAO
           MOVE WS-DATA-HOJE TO WS-APT-DT-ORIGEM
           MOVE WS-APT-VALOR TO WS-APT-BASE
           PERFORM 3200-GRAVAR-APORTE
           MOVE 'C' TO MOV-TIPO
           MOVE WS-APT-VALOR TO MOV-VALOR
           MOVE ZEROS TO MOV-IR
           MOVE SPACES TO MOV-ENTIDADE
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE 0 TO LS-CODIGO.

       3200-GRAVAR-APORTE.
           ADD 1 TO PLN-ULT-APORTE
           MOVE PLN-ID TO APT-PLANO
           MOVE PLN-ULT-APORTE TO APT-SEQ
           MOVE WS-APT-ORIGEM TO APT-ORIGEM
           MOVE WS-APT-DT-ORIGEM TO APT-DT-ORIGEM
           MOVE WS-DATA-MOVIMENTO TO APT-DATA
           MOVE WS-APT-VALOR TO APT-VALOR
           MOVE WS-APT-BASE TO APT-BASE
           MOVE WS-APT-VALOR TO APT-SALDO
           WRITE REG-APORTE
           ADD WS-APT-VALOR TO PLN-SALDO.

      *================================================================
       3500-ALTERAR-CONTRIBUICAO SECTION.
      *================================================================
       3500-INICIO.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           MOVE PLN-CONTRIB-MENSAL TO WS-VL-DISP
           DISPLAY 'CONTRIBUICAO ATUAL R$ ' WS-VL-DISP
               ' DIA ' PLN-DIA-CONTRIB
           DISPLAY 'Nova contribuicao mensal (0 = suspender): '
           ACCEPT WS-PLN-VALOR-INF
           IF WS-PLN-VALOR-INF > ZEROS
              AND WS-PLN-VALOR-INF < WS-PRV-APORTE-MIN
               MOVE WS-PRV-APORTE-MIN TO WS-VL-DISP
               DISPLAY 'CONTRIBUICAO MINIMA R$ ' WS-VL-DISP
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-PLN-VALOR-INF > ZEROS
               DISPLAY 'Dia do debito (01-28): '
               ACCEPT WS-PLN-DIA-INF
               IF WS-PLN-DIA-INF < 1 OR WS-PLN-DIA-INF > 28
                   DISPLAY 'DIA INVALIDO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               MOVE WS-PLN-DIA-INF TO PLN-DIA-CONTRIB
           END-IF
           MOVE WS-PLN-VALOR-INF TO PLN-CONTRIB-MENSAL
           MOVE LS-OPERADOR TO PLN-OPERADOR
           REWRITE REG-PLANO
           DISPLAY 'CONTRIBUICAO MENSAL ATUALIZADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-BENEFICIARIOS SECTION.
      *================================================================
       4000-INICIO.
      *    Lista de beneficiarios do plano; a soma dos percentuais
      *    nao pode passar de 100%.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           PERFORM 4100-SOMAR-BENEFICIARIOS
           MOVE WS-BEN-TOTAL TO WS-BEN-PERC-DISP
           DISPLAY 'PERCENTUAL DISTRIBUIDO: ' WS-BEN-PERC-DISP '%'
           DISPLAY 'I-Incluir  E-Excluir todos  V-Voltar: '
           ACCEPT WS-BEN-ACAO
           EVALUATE WS-BEN-ACAO
               WHEN 'I'
                   PERFORM 4200-INCLUIR-BENEFICIARIO
               WHEN 'E'
                   PERFORM 4300-EXCLUIR-BENEFICIARIOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT SECTION.

       4100-SOMAR-BENEFICIARIOS.
           MOVE ZEROS TO WS-BEN-TOTAL WS-BEN-ULT-SEQ
           MOVE PLN-ID TO BEN-PLANO
           MOVE ZEROS TO BEN-SEQ
           START ARQBENEF KEY IS >= BEN-CHAVE
               INVALID KEY MOVE '10' TO FS-BENEF
           END-START
           PERFORM UNTIL FS-BEN-EOF
               READ ARQBENEF NEXT
                   AT END MOVE '10' TO FS-BENEF
               END-READ
               IF NOT FS-BEN-EOF
                   IF BEN-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-BENEF
                   ELSE
                       ADD BEN-PERCENTUAL TO WS-BEN-TOTAL
                       MOVE BEN-SEQ TO WS-BEN-ULT-SEQ
                       MOVE BEN-PERCENTUAL TO WS-BEN-PERC-DISP
                       DISPLAY BEN-SEQ ' ' BEN-NOME(1:40) ' '
                           BEN-PARENTESCO ' ' WS-BEN-PERC-DISP '%'
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BENEF.

       4200-INCLUIR-BENEFICIARIO.
           IF WS-BEN-ULT-SEQ >= 99
               DISPLAY 'LIMITE DE BENEFICIARIOS ATINGIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Nome do beneficiario: '
           ACCEPT WS-BEN-NOME-INF
           DISPLAY 'CPF do beneficiario: '
           ACCEPT WS-BEN-CPF-INF
           DISPLAY 'Parentesco: '
           ACCEPT WS-BEN-PARENT-INF
           DISPLAY 'Percentual (ex.: 050,00): '
           ACCEPT WS-BEN-PERC-INF
           IF WS-BEN-NOME-INF = SPACES OR WS-BEN-PERC-INF = ZEROS
              OR WS-BEN-TOTAL + WS-BEN-PERC-INF > 100
               DISPLAY 'BENEFICIARIO INVALIDO OU ACIMA DE 100%'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE PLN-ID TO BEN-PLANO
           COMPUTE BEN-SEQ = WS-BEN-ULT-SEQ + 1
           MOVE WS-BEN-NOME-INF TO BEN-NOME
           MOVE WS-BEN-CPF-INF TO BEN-CPF
           MOVE WS-BEN-PARENT-INF TO BEN-PARENTESCO
           MOVE WS-BEN-PERC-INF TO BEN-PERCENTUAL
           WRITE REG-BENEF
           DISPLAY 'BENEFICIARIO INCLUIDO'
           MOVE 0 TO LS-CODIGO.

       4300-EXCLUIR-BENEFICIARIOS.
           MOVE PLN-ID TO BEN-PLANO
           MOVE ZEROS TO BEN-SEQ
           START ARQBENEF KEY IS >= BEN-CHAVE
               INVALID KEY MOVE '10' TO FS-BENEF
           END-START
           PERFORM UNTIL FS-BEN-EOF
               READ ARQBENEF NEXT
                   AT END MOVE '10' TO FS-BENEF
               END-READ
               IF NOT FS-BEN-EOF
                   IF BEN-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-BENEF
                   ELSE
                       DELETE ARQBENEF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BENEF
           DISPLAY 'BENEFICIARIOS EXCLUIDOS - CADASTRE A NOVA LISTA'
           MOVE 0 TO LS-CODIGO.

      *================================================================
       5000-RESGATAR SECTION.
      *================================================================
       5000-INICIO.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           MOVE PLN-SALDO TO WS-VL-DISP
           DISPLAY 'SALDO DO PLANO R$ ' WS-VL-DISP
           DISPLAY 'Valor bruto a resgatar (0 = total): '
           ACCEPT WS-PLN-VALOR-INF
           MOVE WS-PLN-VALOR-INF TO WS-RSG-PEDIDO
           IF WS-RSG-PEDIDO = ZEROS OR WS-RSG-PEDIDO > PLN-SALDO
               MOVE PLN-SALDO TO WS-RSG-PEDIDO
           END-IF
           IF WS-RSG-PEDIDO <= ZEROS
               DISPLAY 'PLANO SEM SALDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE PLN-CONTA TO PRV-CONTA-NUM
           READ ARQCONTAS KEY IS PRV-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               DISPLAY 'CONTA DO PLANO NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'R' TO WS-RSG-MODO
           PERFORM 5100-CONSUMIR-APORTES
           COMPUTE WS-RSG-LIQUIDO = WS-RSG-TOT-BRUTO - WS-RSG-TOT-IR
           PERFORM 1960-TEXTOS-PLANO
           MOVE WS-RSG-TOT-BRUTO TO WS-VL-DISP
           MOVE WS-RSG-TOT-IR TO WS-VL-DISP2
           MOVE WS-RSG-LIQUIDO TO WS-VL-DISP3
           DISPLAY 'BRUTO R$ ' WS-VL-DISP ' IR ' WS-PLN-REGIME-TEXTO
               ' R$ ' WS-VL-DISP2
           DISPLAY 'LIQUIDO R$ ' WS-VL-DISP3
           ADD WS-RSG-LIQUIDO TO PRV-CONTA-SALDO
           MOVE WS-DATA-HOJE TO PRV-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE 'RES' TO WS-TRN-TIPO
           MOVE WS-RSG-LIQUIDO TO WS-TRN-VALOR
           MOVE SPACES TO WS-TRN-HISTORICO
           STRING 'Resgate previdencia plano ' DELIMITED SIZE
                  PLN-ID                       DELIMITED SIZE
               INTO WS-TRN-HISTORICO
           END-STRING
           PERFORM 9100-GRAVAR-TRANSACAO
           IF WS-RSG-TOT-IR > ZEROS
               MOVE 'IRF' TO WS-TRN-TIPO
               MOVE WS-RSG-TOT-IR TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'IR resgate previdencia plano ' DELIMITED SIZE
                      PLN-ID                          DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-GRAVAR-TRANSACAO
           END-IF
           MOVE 'R' TO MOV-TIPO
           MOVE WS-RSG-TOT-BRUTO TO MOV-VALOR
           MOVE WS-RSG-TOT-IR TO MOV-IR
           MOVE SPACES TO MOV-ENTIDADE
           PERFORM 9200-GRAVAR-MOVIMENTO
           IF PLN-SALDO <= ZEROS
               MOVE 'R' TO PLN-SITUACAO
               MOVE WS-DATA-HOJE TO PLN-DT-SITUACAO
               MOVE ZEROS TO PLN-CONTRIB-MENSAL
           END-IF
           MOVE LS-OPERADOR TO PLN-OPERADOR
           REWRITE REG-PLANO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-CONSUMIR-APORTES.
      *    Do aporte mais antigo ao mais novo ate cobrir o pedido.
      *    A base (valor aportado) sai na proporcao da parcela.
           MOVE WS-RSG-PEDIDO TO WS-RSG-RESTANTE
           MOVE ZEROS TO WS-RSG-TOT-BRUTO WS-RSG-TOT-IR
           MOVE PLN-ID TO APT-PLANO
           MOVE ZEROS TO APT-SEQ
           START ARQAPORTE KEY IS >= APT-CHAVE
               INVALID KEY MOVE '10' TO FS-APORTE
           END-START
           PERFORM UNTIL FS-APT-EOF OR WS-RSG-RESTANTE <= ZEROS
               READ ARQAPORTE NEXT
                   AT END MOVE '10' TO FS-APORTE
               END-READ
               IF NOT FS-APT-EOF
                   IF APT-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-APORTE
                   ELSE
                       IF APT-SALDO > ZEROS
                           PERFORM 5200-CONSUMIR-UM-APORTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APORTE.

       5200-CONSUMIR-UM-APORTE.
           IF APT-SALDO > WS-RSG-RESTANTE
               MOVE WS-RSG-RESTANTE TO WS-RSG-PARCELA
           ELSE
               MOVE APT-SALDO TO WS-RSG-PARCELA
           END-IF
           COMPUTE WS-RSG-BASE-PARC ROUNDED =
               APT-BASE * WS-RSG-PARCELA / APT-SALDO
           IF RSG-RESGATE
               PERFORM 5300-CALCULAR-IR-APORTE
           ELSE
               PERFORM 6600-GRAVAR-APORTE-PORTADO
           END-IF
           SUBTRACT WS-RSG-PARCELA FROM APT-SALDO
           SUBTRACT WS-RSG-BASE-PARC FROM APT-BASE
           REWRITE REG-APORTE
           SUBTRACT WS-RSG-PARCELA FROM WS-RSG-RESTANTE
           SUBTRACT WS-RSG-PARCELA FROM PLN-SALDO
           ADD WS-RSG-PARCELA TO WS-RSG-TOT-BRUTO.

       5300-CALCULAR-IR-APORTE.
      *    PGBL tributa o valor total resgatado (as contribuicoes
      *    foram deduzidas); VGBL tributa so o rendimento.
           IF PLN-PGBL
               MOVE WS-RSG-PARCELA TO WS-RSG-TRIBUTAVEL
           ELSE
               COMPUTE WS-RSG-TRIBUTAVEL =
                   WS-RSG-PARCELA - WS-RSG-BASE-PARC
               IF WS-RSG-TRIBUTAVEL < ZEROS
                   MOVE ZEROS TO WS-RSG-TRIBUTAVEL
               END-IF
           END-IF
           IF PLN-PROGRESSIVO
               MOVE WS-PRV-ALIQ-PROGR TO WS-RSG-ALIQ
           ELSE
               COMPUTE WS-RSG-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(APT-DT-ORIGEM)
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX >= 6
                          OR WS-RSG-DIAS <= WS-REG-DIAS(WS-REG-IDX)
                   CONTINUE
               END-PERFORM
               MOVE WS-REG-ALIQ(WS-REG-IDX) TO WS-RSG-ALIQ
           END-IF
           COMPUTE WS-RSG-IR-PARC ROUNDED =
               WS-RSG-TRIBUTAVEL * WS-RSG-ALIQ / 100
           ADD WS-RSG-IR-PARC TO WS-RSG-TOT-IR.

      *================================================================
       6000-PORTABILIDADE-ENTRADA SECTION.
      *================================================================
       6000-INICIO.
      *    Recursos vindos de outra entidade entram sem debito na
      *    conta e sem IR, mantendo a data de origem e o valor
      *    aportado informados pela entidade cedente.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'CNPJ da entidade cedente: '
           ACCEPT WS-PLN-ENTIDADE-INF
           DISPLAY 'Valor portado: '
           ACCEPT WS-PLN-VALOR-INF
           DISPLAY 'Valor aportado (base) do recurso: '
           ACCEPT WS-PLN-BASE-INF
           DISPLAY 'Data de origem do aporte (AAAAMMDD): '
           ACCEPT WS-PLN-DATA-INF
           IF WS-PLN-VALOR-INF <= ZEROS
              OR WS-PLN-BASE-INF > WS-PLN-VALOR-INF
              OR WS-PLN-DATA-INF > WS-DATA-HOJE
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-PLN-DATA-INF) NOT = 0
               DISPLAY 'DADOS DA PORTABILIDADE INVALIDOS'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'P' TO WS-APT-ORIGEM
           MOVE WS-PLN-DATA-INF TO WS-APT-DT-ORIGEM
           MOVE WS-PLN-VALOR-INF TO WS-APT-VALOR
           MOVE WS-PLN-BASE-INF TO WS-APT-BASE
           PERFORM 3200-GRAVAR-APORTE
           MOVE LS-OPERADOR TO PLN-OPERADOR
           REWRITE REG-PLANO
           MOVE 'E' TO MOV-TIPO
           MOVE WS-APT-VALOR TO MOV-VALOR
           MOVE ZEROS TO MOV-IR
           MOVE WS-PLN-ENTIDADE-INF TO MOV-ENTIDADE
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE WS-APT-VALOR TO WS-VL-DISP
           DISPLAY 'PORTABILIDADE DE R$ ' WS-VL-DISP
               ' REGISTRADA NO PLANO ' PLN-ID
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       6500-PORTABILIDADE-SAIDA SECTION.
      *================================================================
       6500-INICIO.
      *    Saida para outra entidade sem IR nem credito na conta:
      *    cada aporte consumido vai ao arquivo com data de origem e
      *    base, para a entidade receptora manter o prazo.
           PERFORM 1950-LER-PLANO-ATIVO
           IF NOT PLANO-ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'CNPJ da entidade receptora: '
           ACCEPT WS-PLN-ENTIDADE-INF
           MOVE PLN-SALDO TO WS-VL-DISP
           DISPLAY 'SALDO DO PLANO R$ ' WS-VL-DISP
           DISPLAY 'Valor a portar (0 = total): '
           ACCEPT WS-PLN-VALOR-INF
           MOVE WS-PLN-VALOR-INF TO WS-RSG-PEDIDO
           IF WS-RSG-PEDIDO = ZEROS OR WS-RSG-PEDIDO > PLN-SALDO
               MOVE PLN-SALDO TO WS-RSG-PEDIDO
           END-IF
           IF WS-RSG-PEDIDO <= ZEROS OR WS-PLN-ENTIDADE-INF = SPACES
               DISPLAY 'PORTABILIDADE INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN EXTEND ARQPORTAB
           IF FS-PORTAB = '35'
               OPEN OUTPUT ARQPORTAB
           END-IF
           MOVE 'S' TO WS-RSG-MODO
           PERFORM 5100-CONSUMIR-APORTES
           CLOSE ARQPORTAB
           MOVE 'S' TO MOV-TIPO
           MOVE WS-RSG-TOT-BRUTO TO MOV-VALOR
           MOVE ZEROS TO MOV-IR
           MOVE WS-PLN-ENTIDADE-INF TO MOV-ENTIDADE
           PERFORM 9200-GRAVAR-MOVIMENTO
           IF PLN-SALDO <= ZEROS
               MOVE 'P' TO PLN-SITUACAO
               MOVE WS-DATA-HOJE TO PLN-DT-SITUACAO
               MOVE ZEROS TO PLN-CONTRIB-MENSAL
           END-IF
           MOVE LS-OPERADOR TO PLN-OPERADOR
           REWRITE REG-PLANO
           MOVE WS-RSG-TOT-BRUTO TO WS-VL-DISP
           DISPLAY 'PORTADOS R$ ' WS-VL-DISP ' PARA '
               WS-PLN-ENTIDADE-INF ' - ARQUIVO BANKPRVP.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6600-GRAVAR-APORTE-PORTADO.
           MOVE WS-RSG-PARCELA TO WS-VL-DISP
           MOVE WS-RSG-BASE-PARC TO WS-VL-DISP2
           MOVE SPACES TO WS-INF-LINHA
           STRING WS-DATA-MOVIMENTO   DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  WS-PLN-ENTIDADE-INF DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  PLN-ID              DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  PLN-TIPO            DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  PLN-REGIME          DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  APT-DT-ORIGEM       DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  WS-VL-DISP          DELIMITED SIZE
                  ';'                 DELIMITED SIZE
                  WS-VL-DISP2         DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-PORTAB FROM WS-INF-LINHA.

      *================================================================
       7000-INFORME-ANUAL SECTION.
      *================================================================
       7000-INICIO.
      *    Informe por CPF do ano-base: contribuicoes ao PGBL
      *    (dedutiveis ate 12% da renda bruta tributavel), saldo
      *    VGBL para a declaracao de bens, resgates e IR retido.
           DISPLAY '--- INFORME DE PREVIDENCIA ---'
           DISPLAY 'CPF do participante (11 digitos): '
           ACCEPT WS-INF-CPF
           DISPLAY 'Ano-base (AAAA): '
           ACCEPT WS-INF-ANO
           MOVE WS-INF-CPF TO WS-INF-CPF-BUSCA
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-INF-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-INF-CPF-BUSCA
           END-IF
           MOVE ZEROS TO WS-INF-TOT-PGBL WS-INF-TOT-VGBL
           MOVE ZEROS TO WS-INF-TOT-IR WS-INF-QTD-PLANOS
           OPEN OUTPUT ARQINFORME
           MOVE SPACES TO WS-INF-LINHA
           STRING 'INFORME DE PREVIDENCIA PRIVADA - ANO-BASE '
                                        DELIMITED SIZE
                  WS-INF-ANO            DELIMITED SIZE
                  ' - CPF '             DELIMITED SIZE
                  WS-INF-CPF            DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA
           MOVE WS-INF-CPF-BUSCA TO PLN-CPF
           START ARQPLANO KEY IS = PLN-CPF
               INVALID KEY MOVE '10' TO FS-PLANO
           END-START
           PERFORM UNTIL FS-PLN-EOF
               READ ARQPLANO NEXT
                   AT END MOVE '10' TO FS-PLANO
               END-READ
               IF NOT FS-PLN-EOF
                   IF PLN-CPF NOT = WS-INF-CPF-BUSCA
                       MOVE '10' TO FS-PLANO
                   ELSE
                       PERFORM 7100-INFORMAR-PLANO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PLANO
           PERFORM 7300-GRAVAR-TOTAIS-INFORME
           CLOSE ARQINFORME
           IF WS-INF-QTD-PLANOS = ZEROS
               DISPLAY 'CPF SEM PLANO DE PREVIDENCIA'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'INFORME GRAVADO EM BANKPRVI.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       7100-INFORMAR-PLANO.
           ADD 1 TO WS-INF-QTD-PLANOS
           MOVE ZEROS TO WS-INF-CONTRIB WS-INF-RESGATES WS-INF-IR
           PERFORM 7200-SOMAR-MOVIMENTOS-ANO
           PERFORM 1960-TEXTOS-PLANO
           IF PLN-PGBL
               ADD WS-INF-CONTRIB TO WS-INF-TOT-PGBL
           ELSE
               ADD PLN-SALDO TO WS-INF-TOT-VGBL
           END-IF
           ADD WS-INF-IR TO WS-INF-TOT-IR
           MOVE WS-INF-CONTRIB TO WS-VL-DISP
           MOVE WS-INF-RESGATES TO WS-VL-DISP2
           MOVE WS-INF-IR TO WS-VL-DISP3
           MOVE SPACES TO WS-INF-LINHA
           STRING 'PLANO '             DELIMITED SIZE
                  PLN-ID               DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-PLN-TIPO-TEXTO    DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-PLN-REGIME-TEXTO  DELIMITED SIZE
                  ' CONTRIBUICOES R$ ' DELIMITED SIZE
                  WS-VL-DISP           DELIMITED SIZE
                  ' RESGATES R$ '      DELIMITED SIZE
                  WS-VL-DISP2          DELIMITED SIZE
                  ' IR R$ '            DELIMITED SIZE
                  WS-VL-DISP3          DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA
           MOVE PLN-SALDO TO WS-VL-DISP
           MOVE SPACES TO WS-INF-LINHA
           STRING '      SALDO ATUAL DO PLANO R$ ' DELIMITED SIZE
                  WS-VL-DISP                       DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA.

       7200-SOMAR-MOVIMENTOS-ANO.
      *    Portabilidade nao e contribuicao nem resgate do ano.
           MOVE PLN-ID TO MOV-PLANO
           START ARQMOVTO KEY IS = MOV-PLANO
               INVALID KEY MOVE '10' TO FS-MOVTO
           END-START
           PERFORM UNTIL FS-MOV-EOF
               READ ARQMOVTO NEXT
                   AT END MOVE '10' TO FS-MOVTO
               END-READ
               IF NOT FS-MOV-EOF
                   IF MOV-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-MOVTO
                   ELSE
                       IF MOV-DATA(1:4) = WS-INF-ANO
                           EVALUATE TRUE
                               WHEN MOV-CONTRIBUICAO
                                   ADD MOV-VALOR TO WS-INF-CONTRIB
                               WHEN MOV-RESGATE
                                   ADD MOV-VALOR TO WS-INF-RESGATES
                                   ADD MOV-IR TO WS-INF-IR
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVTO.

       7300-GRAVAR-TOTAIS-INFORME.
           MOVE WS-INF-TOT-PGBL TO WS-VL-DISP
           MOVE SPACES TO WS-INF-LINHA
           STRING 'CONTRIBUICOES PGBL NO ANO:     R$ ' DELIMITED SIZE
                  WS-VL-DISP                           DELIMITED SIZE
                  ' (DEDUTIVEIS ATE 12% DA RENDA BRUTA TRIBUTAVEL)'
                                                       DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA
           MOVE WS-INF-TOT-VGBL TO WS-VL-DISP
           MOVE SPACES TO WS-INF-LINHA
           STRING 'SALDO VGBL (BENS E DIREITOS):  R$ ' DELIMITED SIZE
                  WS-VL-DISP                           DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA
           MOVE WS-INF-TOT-IR TO WS-VL-DISP
           MOVE SPACES TO WS-INF-LINHA
           STRING 'IR RETIDO NA FONTE NO ANO:     R$ ' DELIMITED SIZE
                  WS-VL-DISP                           DELIMITED SIZE
               INTO WS-INF-LINHA
           END-STRING
           WRITE REG-INFORME FROM WS-INF-LINHA.

      *================================================================
       8000-CONTRIBUICOES-MENSAIS SECTION.
      *================================================================
       8000-INICIO.
      *    Contribuicao programada no dia do plano, uma vez por
      *    competencia, com retentativa noturna enquanto pendente;
      *    o participante e avisado na primeira falha do mes.
           DISPLAY '--- CONTRIBUICOES MENSAIS DE PREVIDENCIA ---'
           MOVE ZEROS TO WS-QTD-CONTRIB WS-QTD-FALHAS
           MOVE ZEROS TO PLN-ID
           START ARQPLANO KEY IS >= PLN-ID
               INVALID KEY MOVE '10' TO FS-PLANO
           END-START
           PERFORM UNTIL FS-PLN-EOF
               READ ARQPLANO NEXT
                   AT END MOVE '10' TO FS-PLANO
               END-READ
               IF NOT FS-PLN-EOF
                   IF PLN-ATIVO AND PLN-CONTRIB-MENSAL > ZEROS
                      AND PLN-DIA-CONTRIB <= WS-DIA-HOJE
                      AND PLN-COMPET-CONTRIB < WS-COMPETENCIA
                       PERFORM 8100-CONTRIBUIR-PLANO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PLANO
           DISPLAY 'CONTRIBUICOES DEBITADAS: ' WS-QTD-CONTRIB
           DISPLAY 'CONTRIBUICOES PENDENTES: ' WS-QTD-FALHAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8100-CONTRIBUIR-PLANO.
           MOVE PLN-CONTRIB-MENSAL TO WS-APT-VALOR
           MOVE 'M' TO WS-APT-ORIGEM
           PERFORM 3100-DEBITAR-CONTRIBUICAO
           IF LS-CODIGO = 0
               MOVE WS-COMPETENCIA TO PLN-COMPET-CONTRIB
               REWRITE REG-PLANO
               ADD 1 TO WS-QTD-CONTRIB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FALHAS
           IF PLN-COMPET-FALHA < WS-COMPETENCIA
               MOVE WS-COMPETENCIA TO PLN-COMPET-FALHA
               REWRITE REG-PLANO
               MOVE PLN-CONTA TO WS-NOT-CONTA
               MOVE 'PRV' TO WS-NOT-EVENTO
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Contribuicao previdencia plano ' DELIMITED SIZE
                      PLN-ID                            DELIMITED SIZE
                      ' nao debitada'                   DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
               CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           END-IF
           MOVE 0 TO LS-CODIGO.

      *================================================================
       8500-INCORPORAR-RENTABILIDADE SECTION.
      *================================================================
       8500-INICIO.
      *    Rentabilidade do mes anterior incorporada aos aportes na
      *    primeira execucao da competencia.
           MOVE ZEROS TO WS-QTD-RENTAB
           MOVE ZEROS TO PLN-ID
           START ARQPLANO KEY IS >= PLN-ID
               INVALID KEY MOVE '10' TO FS-PLANO
           END-START
           PERFORM UNTIL FS-PLN-EOF
               READ ARQPLANO NEXT
                   AT END MOVE '10' TO FS-PLANO
               END-READ
               IF NOT FS-PLN-EOF
                   IF PLN-ATIVO
                      AND PLN-COMPET-RENTAB < WS-COMPETENCIA
                       PERFORM 8600-RENTABILIZAR-PLANO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-PLANO
           DISPLAY 'PLANOS RENTABILIZADOS: ' WS-QTD-RENTAB
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8600-RENTABILIZAR-PLANO.
           MOVE ZEROS TO PLN-SALDO
           MOVE PLN-ID TO APT-PLANO
           MOVE ZEROS TO APT-SEQ
           START ARQAPORTE KEY IS >= APT-CHAVE
               INVALID KEY MOVE '10' TO FS-APORTE
           END-START
           PERFORM UNTIL FS-APT-EOF
               READ ARQAPORTE NEXT
                   AT END MOVE '10' TO FS-APORTE
               END-READ
               IF NOT FS-APT-EOF
                   IF APT-PLANO NOT = PLN-ID
                       MOVE '10' TO FS-APORTE
                   ELSE
                       IF APT-SALDO > ZEROS
                           COMPUTE APT-SALDO ROUNDED =
                               APT-SALDO * (1 + WS-PRV-RENTAB-MES)
                           REWRITE REG-APORTE
                           ADD APT-SALDO TO PLN-SALDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-APORTE
           MOVE WS-COMPETENCIA TO PLN-COMPET-RENTAB
           REWRITE REG-PLANO
           ADD 1 TO WS-QTD-RENTAB.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-GRAVAR-TRANSACAO.
      *    APL debita a conta de origem; RES credita a de destino;
      *    IRF e informativa para o razao e o informe.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO PRV-TRANS-ID
           IF WS-TRN-TIPO = 'RES'
               MOVE ZEROS TO PRV-TRANS-CONTA-ORG
               MOVE PLN-CONTA TO PRV-TRANS-CONTA-DEST
           ELSE
               MOVE PLN-CONTA TO PRV-TRANS-CONTA-ORG
               MOVE ZEROS TO PRV-TRANS-CONTA-DEST
           END-IF
           MOVE WS-TRN-TIPO TO PRV-TRANS-TIPO
           MOVE WS-TRN-VALOR TO PRV-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO PRV-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRV-TRANS-HORA
           MOVE WS-TRN-HISTORICO TO PRV-TRANS-DESCRICAO
           MOVE 'E' TO PRV-TRANS-STATUS
           COMPUTE PRV-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'PREVID' TO PRV-TRANS-CANAL
           MOVE 'BRL' TO PRV-TRANS-MOEDA
           WRITE REG-TRANS.

       9200-GRAVAR-MOVIMENTO.
      *    Tipo, valor, IR e entidade ja preenchidos pelo chamador.
           ADD 1 TO WS-MOV-PROX-ID
           MOVE WS-MOV-PROX-ID TO MOV-ID
           MOVE PLN-ID TO MOV-PLANO
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           WRITE REG-MOVTO.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
