      *================================================================
      * BANKCMP.COB - Recolhimento Compulsorio sobre Depositos
      * Sistema Bancario COBOL
      * Apura o recolhimento compulsorio do periodo de calculo
      * semanal (segunda a sexta) a partir das fotos diarias de
      * saldo em BANKSNAP.DAT, agrupadas pelo tipo da conta: CC para
      * depositos a vista e CP para poupanca (so saldos credores
      * entram na base). Depositos a prazo sao os CDBs ativos de
      * BANKINV.DAT, pela posicao atual (a carteira nao tem foto
      * diaria). A base de cada grupo e o saldo medio dos dias do
      * periodo com foto; as aliquotas vem de BANKCFG.DAT (zeradas
      * usam as de fabrica). O valor recolhido e o saldo da conta
      * de compulsorio 14200 no razao BANKLEDG.DAT; o exigido menos
      * o recolhido da o deficit, e a diferenca e lancada no razao
      * contra a reserva bancaria (11102) - recolhimento quando
      * falta, devolucao quando sobra. Cada periodo fica no
      * controle BANKCMPS.DAT (chave: segunda-feira do periodo),
      * que o painel matinal do BANKREP le. O lote apura a semana
      * do dia de movimento ate o proprio dia; o menu tambem simula
      * a apuracao de qualquer data sem lancar no razao.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCMP.

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
               RECORD KEY IS CMP-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQSNAP ASSIGN TO 'BANKSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS FS-SNAP.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-INV-ID
               FILE STATUS IS FS-INVEST.

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

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQCOMPULS ASSIGN TO 'BANKCMPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-DT-INICIO
               FILE STATUS IS FS-COMPULS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CMP-CONTA-NUM         PIC 9(10).
           05  CMP-CONTA-AGENCIA     PIC 9(4).
           05  CMP-CONTA-DIGITO      PIC 9(1).
           05  CMP-CONTA-TIPO        PIC X(2).
           05  CMP-CONTA-STATUS      PIC X(1).
           05  CMP-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CMP-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CMP-CONTA-TITULAR     PIC X(60).
           05  CMP-CONTA-CPF         PIC X(11).
           05  CMP-CONTA-EMAIL      PIC X(80).
           05  CMP-CONTA-TELEFONE    PIC X(15).
           05  CMP-CONTA-DT-ABERTURA PIC 9(8).
           05  CMP-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CMP-CONTA-SENHA-HASH  PIC X(64).
           05  CMP-CONTA-COTIT-NOME  PIC X(60).
           05  CMP-CONTA-COTIT-CPF   PIC X(11).
           05  CMP-CONTA-CLI-ID   PIC 9(10).
           05  CMP-CONTA-MOEDA      PIC X(3).

       FD  ARQSNAP.
       01  REG-SNAPSHOT.
           05  SNP-CHAVE.
               10  SNP-CONTA         PIC 9(10).
               10  SNP-DATA          PIC 9(8).
           05  SNP-SALDO             PIC S9(13)V99 COMP-3.

       FD  ARQINVEST.
       01  REG-INVEST.
           05  CMP-INV-ID            PIC 9(10).
           05  CMP-INV-CONTA         PIC 9(10).
           05  CMP-INV-PRODUTO       PIC X(30).
           05  CMP-INV-TIPO          PIC X(3).
           05  CMP-INV-VALOR-APORT   PIC S9(13)V99 COMP-3.
           05  CMP-INV-VALOR-ATUAL   PIC S9(13)V99 COMP-3.
           05  CMP-INV-TAXA          PIC S9(5)V9(6) COMP-3.
           05  CMP-INV-DT-INICIO     PIC 9(8).
           05  CMP-INV-DT-VENCTO     PIC 9(8).
           05  CMP-INV-RENTABILIDADE PIC S9(5)V99 COMP-3.
           05  CMP-INV-STATUS        PIC X(1).
               88  CMP-INV-ATIVO     VALUE 'A'.

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

       FD  ARQCONFIG.
           COPY BANKCFG.

      *    Um registro por periodo de calculo apurado.
       FD  ARQCOMPULS.
       01  REG-COMPULSORIO.
           05  CMP-DT-INICIO         PIC 9(8).
           05  CMP-DT-FIM            PIC 9(8).
           05  CMP-DT-REFERENCIA     PIC 9(8).
           05  CMP-QTD-DIAS          PIC 9(1).
           05  CMP-BASE-VISTA        PIC S9(15)V99 COMP-3.
           05  CMP-BASE-POUPANCA     PIC S9(15)V99 COMP-3.
           05  CMP-BASE-PRAZO        PIC S9(15)V99 COMP-3.
           05  CMP-EXIGIDO           PIC S9(15)V99 COMP-3.
           05  CMP-RECOLHIDO         PIC S9(15)V99 COMP-3.
           05  CMP-DEFICIT           PIC S9(15)V99 COMP-3.
           05  CMP-AJUSTE            PIC S9(15)V99 COMP-3.
           05  CMP-DT-CALCULO        PIC 9(8).
           05  CMP-HR-CALCULO        PIC 9(6).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CMP-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-SNAP              PIC XX.
               88  FS-SNAP-OK       VALUE '00'.
               88  FS-SNAP-EOF      VALUE '10'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
               88  FS-INV-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
               88  FS-LED-EOF       VALUE '10'.
           05  FS-COSIF             PIC XX.
           05  FS-CONFIG            PIC XX.
           05  FS-COMPULS           PIC XX.
               88  FS-CMP-OK        VALUE '00'.
               88  FS-CMP-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-ALIQUOTAS.
      *    Aliquotas de fabrica, em percentual, quando BANKCFG.DAT
      *    nao traz o campo.
           05  WS-CMP-ALIQ-VISTA    PIC 9(2)V99 VALUE 21,00.
           05  WS-CMP-ALIQ-POUP     PIC 9(2)V99 VALUE 20,00.
           05  WS-CMP-ALIQ-PRAZO    PIC 9(2)V99 VALUE 20,00.

       01  WS-APURACAO-CTRL.
           05  WS-CMP-LANCAR        PIC X(1).
               88  CMP-LANCAR       VALUE 'S'.
           05  WS-CMP-DATA-REF      PIC 9(8).
           05  WS-CMP-INICIO        PIC 9(8).
           05  WS-CMP-FIM           PIC 9(8).
           05  WS-CMP-LIMITE        PIC 9(8).
           05  WS-CMP-INT-INICIO    PIC S9(9) COMP-3.
           05  WS-CMP-INT-DATA      PIC S9(9) COMP-3.
           05  WS-CMP-DIA-SEMANA    PIC 9(1).
           05  WS-CMP-IDX           PIC 9(1).
           05  WS-CMP-FIM-CONTA     PIC X(1).
           05  WS-CMP-QTD-DIAS      PIC 9(1).
           05  WS-CMP-DIAS OCCURS 5 TIMES.
               10  WS-CMP-DIA-FOTO  PIC X(1).
               10  WS-CMP-DIA-VISTA PIC S9(15)V99 COMP-3.
               10  WS-CMP-DIA-POUP  PIC S9(15)V99 COMP-3.
           05  WS-CMP-SOMA-VISTA    PIC S9(15)V99 COMP-3.
           05  WS-CMP-SOMA-POUP     PIC S9(15)V99 COMP-3.
           05  WS-CMP-BASE-VISTA    PIC S9(15)V99 COMP-3.
           05  WS-CMP-BASE-POUP     PIC S9(15)V99 COMP-3.
           05  WS-CMP-BASE-PRAZO    PIC S9(15)V99 COMP-3.
           05  WS-CMP-EXIGIDO       PIC S9(15)V99 COMP-3.
           05  WS-CMP-RECOLHIDO     PIC S9(15)V99 COMP-3.
           05  WS-CMP-DEFICIT       PIC S9(15)V99 COMP-3.
           05  WS-CMP-AJUSTE        PIC S9(15)V99 COMP-3.
           05  WS-CMP-EXISTE        PIC X(1).
           05  WS-LED-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-EDIT           PIC Z(14)9,99-.

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
           PERFORM 0140-CARREGAR-ALIQUOTAS
           PERFORM 0110-ABRIR-ARQUIVOS
           IF LS-MODO-BATCH
               MOVE WS-DATA-MOVIMENTO TO WS-CMP-DATA-REF
               MOVE 'S' TO WS-CMP-LANCAR
               PERFORM 2000-APURAR-PERIODO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQSNAP ARQINVEST ARQLEDGER ARQCOSIF
                 ARQCOMPULS
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0110-ABRIR-ARQUIVOS.
           OPEN INPUT ARQCONTAS ARQSNAP ARQINVEST
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
                   MOVE LED-ID TO WS-LED-PROX-ID
               END-IF
           END-IF
           OPEN I-O ARQCOMPULS
           IF FS-COMPULS = '35'
               OPEN OUTPUT ARQCOMPULS
               CLOSE ARQCOMPULS
               OPEN I-O ARQCOMPULS
           END-IF
           OPEN I-O ARQCOSIF
           IF FS-COSIF = '35'
               OPEN OUTPUT ARQCOSIF
               CLOSE ARQCOSIF
               OPEN I-O ARQCOSIF
           END-IF
      *    Conta de compulsorio entra no plano na primeira apuracao.
           MOVE '14200   ' TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY
                   MOVE '14200   ' TO COS-CONTA
                   MOVE 'DEPOSITOS COMPULSORIOS NO BANCO CENTRAL'
                       TO COS-NOME
                   MOVE '1' TO COS-GRUPO
                   WRITE REG-COSIF
           END-READ.

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

       0140-CARREGAR-ALIQUOTAS.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00'
                   IF CFG-COMPULS-VISTA-PERC > ZEROS
                       MOVE CFG-COMPULS-VISTA-PERC TO WS-CMP-ALIQ-VISTA
                   END-IF
                   IF CFG-COMPULS-POUP-PERC > ZEROS
                       MOVE CFG-COMPULS-POUP-PERC TO WS-CMP-ALIQ-POUP
                   END-IF
                   IF CFG-COMPULS-PRAZO-PERC > ZEROS
                       MOVE CFG-COMPULS-PRAZO-PERC TO WS-CMP-ALIQ-PRAZO
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' RECOLHIMENTO COMPULSORIO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Apurar periodo do dia de movimento'
           DISPLAY ' 02. Simular apuracao de uma data (sem razao)'
           DISPLAY ' 03. Consultar periodos apurados'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   MOVE WS-DATA-MOVIMENTO TO WS-CMP-DATA-REF
                   MOVE 'S' TO WS-CMP-LANCAR
                   PERFORM 2000-APURAR-PERIODO
               WHEN '02'
                   DISPLAY 'Data de referencia (AAAAMMDD): '
                   ACCEPT WS-CMP-DATA-REF
                   MOVE 'N' TO WS-CMP-LANCAR
                   PERFORM 2000-APURAR-PERIODO
               WHEN '03'
                   PERFORM 3000-CONSULTAR-PERIODOS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-APURAR-PERIODO SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 2010-DEFINIR-PERIODO
           PERFORM 2100-SALDOS-DEPOSITOS
           IF WS-CMP-QTD-DIAS = ZEROS
               DISPLAY 'SEM FOTOS DE SALDO NO PERIODO ' WS-CMP-INICIO
                   ' A ' WS-CMP-LIMITE
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           COMPUTE WS-CMP-BASE-VISTA ROUNDED =
               WS-CMP-SOMA-VISTA / WS-CMP-QTD-DIAS
           COMPUTE WS-CMP-BASE-POUP ROUNDED =
               WS-CMP-SOMA-POUP / WS-CMP-QTD-DIAS
           PERFORM 2200-DEPOSITOS-A-PRAZO
           COMPUTE WS-CMP-EXIGIDO ROUNDED =
               (WS-CMP-BASE-VISTA * WS-CMP-ALIQ-VISTA
              + WS-CMP-BASE-POUP * WS-CMP-ALIQ-POUP
              + WS-CMP-BASE-PRAZO * WS-CMP-ALIQ-PRAZO) / 100
           PERFORM 2300-SALDO-RECOLHIDO
           COMPUTE WS-CMP-AJUSTE = WS-CMP-EXIGIDO - WS-CMP-RECOLHIDO
           MOVE ZEROS TO WS-CMP-DEFICIT
           IF WS-CMP-AJUSTE > ZEROS
               MOVE WS-CMP-AJUSTE TO WS-CMP-DEFICIT
           END-IF
           DISPLAY 'PERIODO ' WS-CMP-INICIO ' A ' WS-CMP-FIM
               ' (' WS-CMP-QTD-DIAS ' DIAS COM FOTO ATE '
               WS-CMP-LIMITE ')'
           MOVE WS-CMP-BASE-VISTA TO WS-VL-EDIT
           DISPLAY 'BASE A VISTA (MEDIA):  R$ ' WS-VL-EDIT
           MOVE WS-CMP-BASE-POUP TO WS-VL-EDIT
           DISPLAY 'BASE POUPANCA (MEDIA): R$ ' WS-VL-EDIT
           MOVE WS-CMP-BASE-PRAZO TO WS-VL-EDIT
           DISPLAY 'BASE A PRAZO (CDB):    R$ ' WS-VL-EDIT
           MOVE WS-CMP-EXIGIDO TO WS-VL-EDIT
           DISPLAY 'EXIGIDO:               R$ ' WS-VL-EDIT
           MOVE WS-CMP-RECOLHIDO TO WS-VL-EDIT
           DISPLAY 'RECOLHIDO (RAZAO):     R$ ' WS-VL-EDIT
           MOVE WS-CMP-DEFICIT TO WS-VL-EDIT
           DISPLAY 'DEFICIT:               R$ ' WS-VL-EDIT
           IF NOT CMP-LANCAR
               DISPLAY 'SIMULACAO - NADA LANCADO NO RAZAO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2400-LANCAR-AJUSTE
           PERFORM 2500-GRAVAR-PERIODO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2010-DEFINIR-PERIODO.
      *    Periodo de calculo: segunda a sexta da semana da data de
      *    referencia, apurado ate a propria data (dia 0 = domingo,
      *    que fecha a semana anterior).
           COMPUTE WS-CMP-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-CMP-DATA-REF)
           COMPUTE WS-CMP-DIA-SEMANA = FUNCTION MOD(WS-CMP-INT-DATA 7)
           IF WS-CMP-DIA-SEMANA = 0
               COMPUTE WS-CMP-INT-INICIO = WS-CMP-INT-DATA - 6
           ELSE
               COMPUTE WS-CMP-INT-INICIO =
                   WS-CMP-INT-DATA - WS-CMP-DIA-SEMANA + 1
           END-IF
           COMPUTE WS-CMP-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-CMP-INT-INICIO)
           COMPUTE WS-CMP-FIM =
               FUNCTION DATE-OF-INTEGER(WS-CMP-INT-INICIO + 4)
           MOVE WS-CMP-FIM TO WS-CMP-LIMITE
           IF WS-CMP-DATA-REF < WS-CMP-FIM
               MOVE WS-CMP-DATA-REF TO WS-CMP-LIMITE
           END-IF.

       2100-SALDOS-DEPOSITOS.
      *    Soma diaria dos saldos credores por grupo; dia sem foto
      *    nenhuma (feriado, lote nao rodado) fica fora da media.
           MOVE ZEROS TO WS-CMP-QTD-DIAS WS-CMP-SOMA-VISTA
                         WS-CMP-SOMA-POUP
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL WS-CMP-IDX > 5
               MOVE 'N' TO WS-CMP-DIA-FOTO(WS-CMP-IDX)
               MOVE ZEROS TO WS-CMP-DIA-VISTA(WS-CMP-IDX)
                             WS-CMP-DIA-POUP(WS-CMP-IDX)
           END-PERFORM
           MOVE ZEROS TO CMP-CONTA-NUM
           START ARQCONTAS KEY >= CMP-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF CMP-CONTA-TIPO = 'CC' OR CMP-CONTA-TIPO = 'CP'
                       PERFORM 2110-FOTOS-DA-CONTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL WS-CMP-IDX > 5
               IF WS-CMP-DIA-FOTO(WS-CMP-IDX) = 'S'
                   ADD 1 TO WS-CMP-QTD-DIAS
                   ADD WS-CMP-DIA-VISTA(WS-CMP-IDX)
                       TO WS-CMP-SOMA-VISTA
                   ADD WS-CMP-DIA-POUP(WS-CMP-IDX)
                       TO WS-CMP-SOMA-POUP
               END-IF
           END-PERFORM.

       2110-FOTOS-DA-CONTA.
           MOVE CMP-CONTA-NUM TO SNP-CONTA
           MOVE WS-CMP-INICIO TO SNP-DATA
           START ARQSNAP KEY >= SNP-CHAVE
               INVALID KEY MOVE '10' TO FS-SNAP
           END-START
           MOVE 'N' TO WS-CMP-FIM-CONTA
           PERFORM UNTIL FS-SNAP-EOF OR WS-CMP-FIM-CONTA = 'S'
               READ ARQSNAP NEXT
                   AT END MOVE '10' TO FS-SNAP
               END-READ
               IF FS-SNAP-EOF
                  OR SNP-CONTA NOT = CMP-CONTA-NUM
                  OR SNP-DATA > WS-CMP-LIMITE
                   MOVE 'S' TO WS-CMP-FIM-CONTA
               ELSE
                   COMPUTE WS-CMP-IDX =
                       FUNCTION INTEGER-OF-DATE(SNP-DATA)
                       - WS-CMP-INT-INICIO + 1
                   MOVE 'S' TO WS-CMP-DIA-FOTO(WS-CMP-IDX)
                   IF SNP-SALDO > ZEROS
                       IF CMP-CONTA-TIPO = 'CC'
                           ADD SNP-SALDO
                               TO WS-CMP-DIA-VISTA(WS-CMP-IDX)
                       ELSE
                           ADD SNP-SALDO
                               TO WS-CMP-DIA-POUP(WS-CMP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-SNAP.

       2200-DEPOSITOS-A-PRAZO.
      *    CDBs ativos aplicados ate o fim do periodo apurado, pela
      *    posicao atualizada da carteira.
           MOVE ZEROS TO WS-CMP-BASE-PRAZO
           MOVE ZEROS TO CMP-INV-ID
           START ARQINVEST KEY >= CMP-INV-ID
               INVALID KEY MOVE '10' TO FS-INVEST
           END-START
           PERFORM UNTIL FS-INV-EOF
               READ ARQINVEST NEXT
                   AT END MOVE '10' TO FS-INVEST
               END-READ
               IF NOT FS-INV-EOF
                   IF CMP-INV-TIPO = 'CDB' AND CMP-INV-ATIVO
                      AND CMP-INV-DT-INICIO <= WS-CMP-LIMITE
                       ADD CMP-INV-VALOR-ATUAL TO WS-CMP-BASE-PRAZO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-INVEST.

       2300-SALDO-RECOLHIDO.
      *    Saldo devedor da conta de compulsorio no razao.
           MOVE ZEROS TO WS-CMP-RECOLHIDO
           MOVE ZEROS TO LED-ID
           START ARQLEDGER KEY >= LED-ID
               INVALID KEY MOVE '10' TO FS-LEDGER
           END-START
           PERFORM UNTIL FS-LED-EOF
               READ ARQLEDGER NEXT
                   AT END MOVE '10' TO FS-LEDGER
               END-READ
               IF NOT FS-LED-EOF
                   IF LED-CONTA-DEBITO = '14200   '
                       ADD LED-VALOR TO WS-CMP-RECOLHIDO
                   END-IF
                   IF LED-CONTA-CREDITO = '14200   '
                       SUBTRACT LED-VALOR FROM WS-CMP-RECOLHIDO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LEDGER.

       2400-LANCAR-AJUSTE.
      *    Recolhe a falta ou devolve a sobra contra a reserva
      *    bancaria; apuracao repetida no mesmo dia nao lanca nada.
           IF WS-CMP-AJUSTE = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LED-PROX-ID
           MOVE WS-LED-PROX-ID TO LED-ID
           MOVE WS-DATA-MOVIMENTO TO LED-DATA
           MOVE SPACES TO LED-HISTORICO
           IF WS-CMP-AJUSTE > ZEROS
               MOVE '14200   ' TO LED-CONTA-DEBITO
               MOVE '11102   ' TO LED-CONTA-CREDITO
               MOVE WS-CMP-AJUSTE TO LED-VALOR
               STRING 'RECOLHIMENTO COMPULSORIO ' DELIMITED SIZE
                      WS-CMP-INICIO DELIMITED SIZE
                   INTO LED-HISTORICO
               END-STRING
           ELSE
               MOVE '11102   ' TO LED-CONTA-DEBITO
               MOVE '14200   ' TO LED-CONTA-CREDITO
               COMPUTE LED-VALOR = WS-CMP-AJUSTE * -1
               STRING 'DEVOLUCAO COMPULSORIO ' DELIMITED SIZE
                      WS-CMP-INICIO DELIMITED SIZE
                   INTO LED-HISTORICO
               END-STRING
           END-IF
           MOVE ZEROS TO LED-TRANS-ID
           MOVE ZEROS TO LED-AGENCIA
           WRITE REG-LEDGER
               INVALID KEY
                   DISPLAY 'ERRO AO LANCAR NO RAZAO: ' FS-LEDGER
           END-WRITE
           MOVE LED-VALOR TO WS-VL-EDIT
           DISPLAY 'LANCADO NO RAZAO ' LED-CONTA-DEBITO ' / '
               LED-CONTA-CREDITO ' R$ ' WS-VL-EDIT.

       2500-GRAVAR-PERIODO.
           MOVE 'N' TO WS-CMP-EXISTE
           MOVE WS-CMP-INICIO TO CMP-DT-INICIO
           READ ARQCOMPULS
               INVALID KEY CONTINUE
           END-READ
           IF FS-CMP-OK
               MOVE 'S' TO WS-CMP-EXISTE
           END-IF
           MOVE WS-CMP-INICIO TO CMP-DT-INICIO
           MOVE WS-CMP-FIM TO CMP-DT-FIM
           MOVE WS-CMP-LIMITE TO CMP-DT-REFERENCIA
           MOVE WS-CMP-QTD-DIAS TO CMP-QTD-DIAS
           MOVE WS-CMP-BASE-VISTA TO CMP-BASE-VISTA
           MOVE WS-CMP-BASE-POUP TO CMP-BASE-POUPANCA
           MOVE WS-CMP-BASE-PRAZO TO CMP-BASE-PRAZO
           MOVE WS-CMP-EXIGIDO TO CMP-EXIGIDO
           MOVE WS-CMP-RECOLHIDO TO CMP-RECOLHIDO
           MOVE WS-CMP-DEFICIT TO CMP-DEFICIT
           MOVE WS-CMP-AJUSTE TO CMP-AJUSTE
           MOVE WS-DATA-HOJE TO CMP-DT-CALCULO
           MOVE FUNCTION CURRENT-DATE(9:6) TO CMP-HR-CALCULO
           IF WS-CMP-EXISTE = 'S'
               REWRITE REG-COMPULSORIO
           ELSE
               WRITE REG-COMPULSORIO
           END-IF
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO GRAVAR PERIODO: ' FS-COMPULS
           END-IF.

      *================================================================
       3000-CONSULTAR-PERIODOS SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- PERIODOS DE COMPULSORIO APURADOS ---'
           MOVE ZEROS TO CMP-DT-INICIO
           START ARQCOMPULS KEY >= CMP-DT-INICIO
               INVALID KEY MOVE '10' TO FS-COMPULS
           END-START
           PERFORM UNTIL FS-CMP-EOF
               READ ARQCOMPULS NEXT
                   AT END MOVE '10' TO FS-COMPULS
               END-READ
               IF NOT FS-CMP-EOF
                   DISPLAY 'PERIODO ' CMP-DT-INICIO ' A ' CMP-DT-FIM
                       ' ATE ' CMP-DT-REFERENCIA
                       ' DIAS ' CMP-QTD-DIAS
                   MOVE CMP-EXIGIDO TO WS-VL-EDIT
                   DISPLAY '  EXIGIDO   R$ ' WS-VL-EDIT
                   MOVE CMP-RECOLHIDO TO WS-VL-EDIT
                   DISPLAY '  RECOLHIDO R$ ' WS-VL-EDIT
                   MOVE CMP-DEFICIT TO WS-VL-EDIT
                   DISPLAY '  DEFICIT   R$ ' WS-VL-EDIT
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COMPULS
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
