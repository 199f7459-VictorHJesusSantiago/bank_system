      *================================================================
      * BANKMOV.COB - Extrato do Movimento do Dia (BANKMOVD.DAT)
      * Sistema Bancario COBOL
      * Passo do lote noturno: separa de BANKTRAN.DAT as
      * transacoes da data de movimento, ordenadas por conta, num
      * arquivo sequencial com header (data de movimento, maior
      * TRN-ID do arquivo na geracao, data/hora) e trailer de
      * controle (quantidade de transacoes e de registros, total
      * de valor e hash dos IDs). Layout em BANKMOVD.CPY. Os jobs
      * que so precisam do movimento do dia leem o extrato em vez
      * de varrer BANKTRAN.DAT inteiro; cada um chama este programa
      * antes de comecar, e o extrato so e liberado depois de
      * conferidos os totais do trailer contra os detalhes e a data
      * contra a de movimento. Extrato integro e atual nao e
      * refeito (rerun do lote); se BANKTRAN.DAT recebeu transacao
      * depois da geracao (ID acima do registrado no header), o
      * extrato e refeito antes de liberar; o mesmo vale para
      * transacao regravada (contador de alteracoes BANKMOVC.DAT).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMOV.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-ID
               ALTERNATE RECORD KEY IS TRN-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRN-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQMOVDIA ASSIGN TO 'BANKMOVD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVDIA.

           SELECT ARQSORT ASSIGN TO 'BANKMOVS.TMP'.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQMOVCTL ASSIGN TO 'BANKMOVC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVCTL.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQTRANS.
       01  REG-TRANS.
           05  TRN-ID                PIC 9(15).
           05  TRN-CONTA-ORG         PIC 9(10).
           05  TRN-CONTA-DEST        PIC 9(10).
           05  TRN-TIPO              PIC X(3).
           05  TRN-VALOR             PIC S9(13)V99 COMP-3.
           05  TRN-DATA              PIC 9(8).
           05  TRN-HORA              PIC 9(6).
           05  TRN-DESCRICAO         PIC X(100).
           05  TRN-STATUS            PIC X(1).
           05  TRN-NSU               PIC 9(12).
           05  TRN-CANAL             PIC X(10).
           05  TRN-MOEDA             PIC X(3).

       FD  ARQMOVDIA.
           COPY BANKMOVD.

       SD  ARQSORT.
       01  REG-SORT.
           05  SRT-CONTA             PIC 9(10).
           05  SRT-TRANS-ID          PIC 9(15).
           05  SRT-PERNA             PIC X(1).
           05  SRT-TRANSACAO         PIC X(186).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQMOVCTL.
           COPY BANKMOVC.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-MOV-CTRL.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-MOVDIA            PIC XX.
               88  FS-MVD-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  FS-MOVCTL            PIC XX.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-MOV-EXTRATO       PIC X(1).
               88  MOV-EXTRATO-OK   VALUE 'S'.
           05  WS-MOV-TRAILER       PIC X(1).
               88  MOV-TEM-TRAILER  VALUE 'S'.
           05  WS-MOV-FIM-SORT      PIC X(1).
               88  MOV-FIM-SORT     VALUE 'S'.
           05  WS-MOV-MOTIVO        PIC X(40).
           05  WS-MOV-ULTIMO-ID     PIC 9(15).
           05  WS-MOV-QTD-ALTER     PIC 9(9).
           05  WS-MOV-ALTER-EXTRATO PIC 9(9).

      *    Totais apurados (na geracao e na conferencia)
       01  WS-MOV-TOTAIS.
           05  WS-MOV-QTD-TRANS     PIC 9(9).
           05  WS-MOV-QTD-REG       PIC 9(9).
           05  WS-MOV-TOTAL-VALOR   PIC S9(15)V99 COMP-3.
           05  WS-MOV-HASH-IDS      PIC 9(18).

      *    Totais gravados no trailer do extrato
       01  WS-MOV-TRAILER-LIDO.
           05  WS-TRL-QTD-TRANS     PIC 9(9).
           05  WS-TRL-QTD-REG       PIC 9(9).
           05  WS-TRL-TOTAL-VALOR   PIC S9(15)V99 COMP-3.
           05  WS-TRL-HASH-IDS      PIC 9(18).

       01  WS-MOV-EXIBICAO.
           05  WS-VL-EDIT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

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
           MOVE 0 TO LS-CODIGO
           MOVE SPACES TO LS-MENSAGEM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           OPEN INPUT ARQTRANS
           IF NOT FS-TRANS-OK
               MOVE 9001 TO LS-CODIGO
               MOVE 'BANKTRAN.DAT INDISPONIVEL PARA O EXTRATO DO DIA'
                   TO LS-MENSAGEM
               GOBACK
           END-IF
           PERFORM 2000-CONFERIR-EXTRATO
           IF NOT MOV-EXTRATO-OK
               DISPLAY 'EXTRATO DO MOVIMENTO ' WS-DATA-MOVIMENTO
                   ': ' WS-MOV-MOTIVO ' - GERANDO'
               PERFORM 1000-GERAR-EXTRATO
               PERFORM 2000-CONFERIR-EXTRATO
           END-IF
           CLOSE ARQTRANS
           IF MOV-EXTRATO-OK
               MOVE 'EXTRATO DO MOVIMENTO DO DIA CONFERIDO'
                   TO LS-MENSAGEM
               IF NOT LS-MODO-BATCH
                   PERFORM 3000-EXIBIR-TOTAIS
               END-IF
           ELSE
               MOVE 9002 TO LS-CODIGO
               STRING 'EXTRATO DO MOVIMENTO NAO CONFERE: '
                          DELIMITED SIZE
                      WS-MOV-MOTIVO DELIMITED SIZE
                   INTO LS-MENSAGEM
               END-STRING
               DISPLAY LS-MENSAGEM
           END-IF
           GOBACK.

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
       1000-GERAR-EXTRATO SECTION.
      *================================================================
       1000-INICIO.
      *    O maior ID e o contador de alteracoes sao lidos antes da
      *    selecao: transacao gravada ou regravada durante a
      *    varredura deixa o extrato desatualizado para a proxima
      *    conferencia, nunca o contrario.
           PERFORM 1050-LOCALIZAR-ULTIMO-ID
           PERFORM 1060-LER-CONTADOR-ALTERACOES
           SORT ARQSORT
               ON ASCENDING KEY SRT-CONTA SRT-TRANS-ID SRT-PERNA
               INPUT PROCEDURE IS 1100-SELECIONAR-DIA
               OUTPUT PROCEDURE IS 1200-GRAVAR-EXTRATO
           MOVE WS-MOV-TOTAL-VALOR TO WS-VL-EDIT
           DISPLAY 'EXTRATO GERADO: ' WS-MOV-QTD-TRANS
               ' TRANSACOES, ' WS-MOV-QTD-REG ' REGISTROS, R$ '
               WS-VL-EDIT
           EXIT SECTION.

       1050-LOCALIZAR-ULTIMO-ID.
           MOVE ZEROS TO WS-MOV-ULTIMO-ID
           MOVE 999999999999999 TO TRN-ID
           START ARQTRANS KEY IS <= TRN-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE TRN-ID TO WS-MOV-ULTIMO-ID
               END-IF
           END-IF
           MOVE '00' TO FS-TRANS.

       1060-LER-CONTADOR-ALTERACOES.
      *    Sem BANKMOVC.DAT nenhuma transacao foi regravada ainda.
           MOVE ZEROS TO WS-MOV-QTD-ALTER
           OPEN INPUT ARQMOVCTL
           IF FS-MOVCTL = '00'
               READ ARQMOVCTL
                   AT END CONTINUE
               END-READ
               IF FS-MOVCTL = '00'
                   MOVE MVC-QTD-ALTERACOES TO WS-MOV-QTD-ALTER
               END-IF
               CLOSE ARQMOVCTL
           END-IF.

      *================================================================
       1100-SELECIONAR-DIA SECTION.
      *================================================================
       1100-INICIO.
      *    Uma perna por conta movimentada: origem sempre (PIX
      *    recebido de fora tem origem zerada e fica no inicio do
      *    extrato), destino quando houver.
           MOVE ZEROS TO TRN-ID
           START ARQTRANS KEY >= TRN-ID
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF FS-TRANS-OK AND TRN-DATA = WS-DATA-MOVIMENTO
                   MOVE TRN-ID TO SRT-TRANS-ID
                   MOVE REG-TRANS TO SRT-TRANSACAO
                   MOVE TRN-CONTA-ORG TO SRT-CONTA
                   MOVE 'O' TO SRT-PERNA
                   RELEASE REG-SORT
                   IF TRN-CONTA-DEST NOT = ZEROS
                       MOVE TRN-CONTA-DEST TO SRT-CONTA
                       MOVE 'D' TO SRT-PERNA
                       RELEASE REG-SORT
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS
           EXIT SECTION.

      *================================================================
       1200-GRAVAR-EXTRATO SECTION.
      *================================================================
       1200-INICIO.
           INITIALIZE WS-MOV-TOTAIS
           OPEN OUTPUT ARQMOVDIA
           INITIALIZE REG-MOVDIA
           MOVE 'H' TO MVD-TIPO-REG
           MOVE WS-DATA-MOVIMENTO TO MVD-DATA-MOVIMENTO
           MOVE WS-MOV-ULTIMO-ID TO MVD-ULTIMO-TRANS-ID
           MOVE WS-MOV-QTD-ALTER TO MVD-QTD-ALTERACOES
           MOVE FUNCTION CURRENT-DATE(1:8) TO MVD-DT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO MVD-HR-GERACAO
           WRITE REG-MOVDIA
           MOVE 'N' TO WS-MOV-FIM-SORT
           PERFORM UNTIL MOV-FIM-SORT
               RETURN ARQSORT
                   AT END MOVE 'S' TO WS-MOV-FIM-SORT
               END-RETURN
               IF NOT MOV-FIM-SORT
                   MOVE 'D' TO MVD-TIPO-REG
                   MOVE SRT-CONTA TO MVD-CONTA
                   MOVE SRT-PERNA TO MVD-PERNA
                   MOVE SRT-TRANSACAO TO MVD-TRANSACAO
                   WRITE REG-MOVDIA
                   PERFORM 2100-ACUMULAR-DETALHE
               END-IF
           END-PERFORM
           INITIALIZE REG-MOVDIA
           MOVE 'T' TO MVD-TIPO-REG
           MOVE WS-DATA-MOVIMENTO TO MVD-DATA-MOVIMENTO
           MOVE WS-MOV-ULTIMO-ID TO MVD-ULTIMO-TRANS-ID
           MOVE WS-MOV-QTD-ALTER TO MVD-QTD-ALTERACOES
           MOVE WS-MOV-QTD-TRANS TO MVD-QTD-TRANSACOES
           MOVE WS-MOV-QTD-REG TO MVD-QTD-REGISTROS
           MOVE WS-MOV-TOTAL-VALOR TO MVD-TOTAL-VALOR
           MOVE WS-MOV-HASH-IDS TO MVD-HASH-IDS
           WRITE REG-MOVDIA
           CLOSE ARQMOVDIA
           EXIT SECTION.

      *================================================================
       2000-CONFERIR-EXTRATO SECTION.
      *================================================================
       2000-INICIO.
      *    Libera o extrato so se for da data de movimento, se os
      *    detalhes baterem com o trailer e se nada foi gravado nem
      *    regravado em BANKTRAN.DAT depois da geracao.
           MOVE 'N' TO WS-MOV-EXTRATO
           MOVE 'N' TO WS-MOV-TRAILER
           INITIALIZE WS-MOV-TOTAIS WS-MOV-TRAILER-LIDO
           OPEN INPUT ARQMOVDIA
           IF NOT FS-MVD-OK
               MOVE 'INEXISTENTE' TO WS-MOV-MOTIVO
               EXIT SECTION
           END-IF
           READ ARQMOVDIA
               AT END MOVE '10' TO FS-MOVDIA
           END-READ
           IF NOT FS-MVD-OK OR NOT MVD-HEADER
               MOVE 'SEM HEADER' TO WS-MOV-MOTIVO
               CLOSE ARQMOVDIA
               EXIT SECTION
           END-IF
           IF MVD-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
               MOVE 'GERADO PARA OUTRA DATA DE MOVIMENTO'
                   TO WS-MOV-MOTIVO
               CLOSE ARQMOVDIA
               EXIT SECTION
           END-IF
           MOVE MVD-ULTIMO-TRANS-ID TO WS-MOV-ULTIMO-ID
           MOVE ZEROS TO WS-MOV-ALTER-EXTRATO
           IF MVD-QTD-ALTERACOES IS NUMERIC
               MOVE MVD-QTD-ALTERACOES TO WS-MOV-ALTER-EXTRATO
           ELSE
      *        Extrato gerado antes do contador: vale como alterado.
               MOVE 999999999 TO WS-MOV-ALTER-EXTRATO
           END-IF
           PERFORM UNTIL NOT FS-MVD-OK
               READ ARQMOVDIA
                   AT END MOVE '10' TO FS-MOVDIA
               END-READ
               IF FS-MVD-OK
                   EVALUATE TRUE
                       WHEN MVD-DETALHE
                           PERFORM 2100-ACUMULAR-DETALHE
                       WHEN MVD-TRAILER
                           MOVE 'S' TO WS-MOV-TRAILER
                           MOVE MVD-QTD-TRANSACOES TO WS-TRL-QTD-TRANS
                           MOVE MVD-QTD-REGISTROS TO WS-TRL-QTD-REG
                           MOVE MVD-TOTAL-VALOR TO WS-TRL-TOTAL-VALOR
                           MOVE MVD-HASH-IDS TO WS-TRL-HASH-IDS
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ARQMOVDIA
           IF NOT MOV-TEM-TRAILER
               MOVE 'SEM TRAILER (GERACAO INTERROMPIDA)'
                   TO WS-MOV-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-MOV-QTD-TRANS NOT = WS-TRL-QTD-TRANS
              OR WS-MOV-QTD-REG NOT = WS-TRL-QTD-REG
              OR WS-MOV-TOTAL-VALOR NOT = WS-TRL-TOTAL-VALOR
              OR WS-MOV-HASH-IDS NOT = WS-TRL-HASH-IDS
               MOVE 'TOTAIS DE CONTROLE NAO CONFEREM'
                   TO WS-MOV-MOTIVO
               EXIT SECTION
           END-IF
           MOVE WS-MOV-ULTIMO-ID TO TRN-ID
           START ARQTRANS KEY IS > TRN-ID
               INVALID KEY MOVE '23' TO FS-TRANS
           END-START
           IF FS-TRANS-OK
               MOVE 'DESATUALIZADO (BANKTRAN.DAT ALTERADO)'
                   TO WS-MOV-MOTIVO
               MOVE '00' TO FS-TRANS
               EXIT SECTION
           END-IF
           MOVE '00' TO FS-TRANS
      *    Estorno e agendamento executado regravam a situacao sem
      *    mudar o maior ID: o contador de BANKMOVC.DAT denuncia.
           PERFORM 1060-LER-CONTADOR-ALTERACOES
           IF WS-MOV-QTD-ALTER NOT = WS-MOV-ALTER-EXTRATO
               MOVE 'DESATUALIZADO (TRANSACAO REGRAVADA)'
                   TO WS-MOV-MOTIVO
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-MOV-MOTIVO
           MOVE 'S' TO WS-MOV-EXTRATO
           EXIT SECTION.

       2100-ACUMULAR-DETALHE.
      *    Valor e hash contam cada transacao uma unica vez (perna
      *    de origem); registros contam as duas pernas.
           ADD 1 TO WS-MOV-QTD-REG
           IF MVD-PERNA-ORIGEM
               ADD 1 TO WS-MOV-QTD-TRANS
               ADD MVD-TRANS-VALOR TO WS-MOV-TOTAL-VALOR
               COMPUTE WS-MOV-HASH-IDS =
                   FUNCTION MOD(WS-MOV-HASH-IDS + MVD-TRANS-ID,
                                1000000000000000000)
           END-IF.

      *================================================================
       3000-EXIBIR-TOTAIS SECTION.
      *================================================================
       3000-INICIO.
           MOVE WS-MOV-TOTAL-VALOR TO WS-VL-EDIT
           DISPLAY '========================================'
           DISPLAY ' EXTRATO DO MOVIMENTO DO DIA ' WS-DATA-MOVIMENTO
           DISPLAY '========================================'
           DISPLAY 'Transacoes:         ' WS-MOV-QTD-TRANS
           DISPLAY 'Registros (pernas): ' WS-MOV-QTD-REG
           DISPLAY 'Valor total:     R$ ' WS-VL-EDIT
           DISPLAY 'Hash dos IDs:       ' WS-MOV-HASH-IDS
           DISPLAY 'Ultimo TRN-ID:      ' WS-MOV-ULTIMO-ID
           DISPLAY 'Alteracoes:         ' WS-MOV-QTD-ALTER
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
