      *================================================================
      * BANKESS.COB - Servico de Contas Vinculadas (Escrow)
      * Sistema Bancario COBOL
      * Servico das contas vinculadas (BANKESCR.DAT, movimentos em
      * BANKESCM.DAT, menu no BANKESC) chamado pelos modulos que
      * debitam conta corrente e pela execucao de ordens judiciais.
      * O valor vinculado fica na propria conta do depositante e nao
      * pode ser movimentado por nenhuma das partes ate a liberacao.
      * Chamadas de servico pelo campo LS-ESS-MODO:
      *   'S' saldo vinculado: devolve em LS-ESS-VALOR o total retido
      *       em contas vinculadas ativas e nao vencidas da conta
      *       LS-ESS-CONTA, a abater do disponivel para debito
      *       (BANKTRAN, BANKTRF, BANKPAY, BANKCXA e BANKCOR)
      *   'J' liberacao por ordem judicial (BANKJUD): libera da conta
      *       vinculada LS-ESS-ID o valor LS-ESS-VALOR (zero = todo o
      *       retido) sob o processo LS-ESS-PROCESSO, sem confirmacao
      *       das partes; recebe em LS-ESS-CONTA a conta de destino
      *       ordenada e devolve em LS-ESS-CONTA/LS-ESS-VALOR a conta
      *       que guarda os recursos e o valor liberado
      * O servico so mantem o cadastro e os movimentos da vinculada;
      * a conta corrente e movimentada pelo chamador. Codigo 1 =
      * vinculada inexistente ou encerrada; 2 = valor acima do
      * retido; 3 = modo invalido.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKESS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVINCULADA ASSIGN TO 'BANKESCR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ID
               ALTERNATE RECORD KEY IS ESC-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESC-CONTA-BENEF
                   WITH DUPLICATES
               FILE STATUS IS FS-VINCULADA.

           SELECT ARQMOVVINC ASSIGN TO 'BANKESCM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVVINC.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVINCULADA.
       01  REG-VINCULADA.
           05  ESC-ID                PIC 9(10).
           05  ESC-CONTA             PIC 9(10).
           05  ESC-CONTA-BENEF       PIC 9(10).
           05  ESC-DEPOS-NOME        PIC X(60).
           05  ESC-DEPOS-DOC         PIC X(14).
           05  ESC-BENEF-NOME        PIC X(60).
           05  ESC-BENEF-DOC         PIC X(14).
           05  ESC-FINALIDADE        PIC X(1).
               88  ESC-IMOBILIARIO   VALUE 'I'.
               88  ESC-FUSAO-AQUIS   VALUE 'M'.
               88  ESC-OUTRAS        VALUE 'O'.
           05  ESC-CONDICOES         PIC X(200).
           05  ESC-DT-CONSTITUICAO   PIC 9(8).
           05  ESC-DT-VALIDADE       PIC 9(8).
           05  ESC-VALOR-ORIGINAL    PIC S9(13)V99 COMP-3.
           05  ESC-VALOR-RETIDO      PIC S9(13)V99 COMP-3.
           05  ESC-VALOR-LIBERADO    PIC S9(13)V99 COMP-3.
           05  ESC-LIB-VALOR         PIC S9(13)V99 COMP-3.
           05  ESC-LIB-DESTINO       PIC X(1).
               88  ESC-LIB-AO-BENEF  VALUE 'B'.
               88  ESC-LIB-AO-DEPOS  VALUE 'D'.
           05  ESC-LIB-DT-PEDIDO     PIC 9(8).
           05  ESC-CONF-DEPOS        PIC X(1).
               88  ESC-DEPOS-CONFIRMOU VALUE 'S'.
           05  ESC-CONF-BENEF        PIC X(1).
               88  ESC-BENEF-CONFIRMOU VALUE 'S'.
           05  ESC-PROCESSO          PIC X(20).
           05  ESC-QTD-MOV           PIC 9(5).
           05  ESC-MES-EXTRATO       PIC 9(6).
           05  ESC-SITUACAO          PIC X(1).
               88  ESC-ATIVA         VALUE 'A'.
               88  ESC-LIBERADA      VALUE 'L'.
               88  ESC-VENCIDA       VALUE 'V'.
           05  ESC-DT-SITUACAO       PIC 9(8).
           05  ESC-OPERADOR          PIC X(20).

       FD  ARQMOVVINC.
       01  REG-MOVVINC.
           05  MOV-CHAVE.
               10  MOV-ESC-ID        PIC 9(10).
               10  MOV-SEQ           PIC 9(5).
           05  MOV-DATA              PIC 9(8).
           05  MOV-TIPO              PIC X(1).
               88  MOV-CONSTITUICAO  VALUE 'C'.
               88  MOV-LIBERACAO     VALUE 'L'.
               88  MOV-JUDICIAL      VALUE 'J'.
               88  MOV-VENCIMENTO    VALUE 'V'.
           05  MOV-VALOR             PIC S9(13)V99 COMP-3.
           05  MOV-CONTA-DESTINO     PIC 9(10).
           05  MOV-REFERENCIA        PIC X(20).
           05  MOV-SALDO-RETIDO      PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ESS-CTRL.
           05  FS-VINCULADA         PIC XX.
               88  FS-ESC-OK        VALUE '00'.
               88  FS-ESC-EOF       VALUE '10'.
               88  FS-ESC-NFD       VALUE '23'.
           05  FS-MOVVINC           PIC XX.
               88  FS-MOV-OK        VALUE '00'.
           05  WS-DATA-HOJE         PIC 9(8).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-VINCULADA.
           05  LS-ESS-MODO          PIC X(1).
               88  LS-ESS-SALDO     VALUE 'S'.
               88  LS-ESS-JUDICIAL  VALUE 'J'.
           05  LS-ESS-ID            PIC 9(10).
           05  LS-ESS-CONTA         PIC 9(10).
           05  LS-ESS-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-ESS-PROCESSO      PIC X(20).
           05  LS-ESS-DATA          PIC 9(8).
           05  LS-ESS-CODIGO        PIC 9(4).
           05  LS-ESS-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-VINCULADA.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-ESS-CODIGO
           MOVE SPACES TO LS-ESS-MENSAGEM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF LS-ESS-DATA = ZEROS
               MOVE WS-DATA-HOJE TO LS-ESS-DATA
           END-IF
           EVALUATE TRUE
               WHEN LS-ESS-SALDO
                   PERFORM 1000-SALDO-VINCULADO
               WHEN LS-ESS-JUDICIAL
                   PERFORM 2000-LIBERACAO-JUDICIAL
               WHEN OTHER
                   MOVE 0003 TO LS-ESS-CODIGO
                   MOVE 'MODO DE CHAMADA INVALIDO' TO LS-ESS-MENSAGEM
           END-EVALUATE
           GOBACK.

      *================================================================
       1000-SALDO-VINCULADO SECTION.
      *================================================================
       1000-INICIO.
      *    Vinculada vencida deixa de reter no dia seguinte ao
      *    vencimento, mesmo antes da baixa pelo lote do BANKESC.
           MOVE ZEROS TO LS-ESS-VALOR
           OPEN INPUT ARQVINCULADA
           IF NOT FS-ESC-OK
      *        Sem cadastro de vinculadas nao ha valor retido.
               EXIT SECTION
           END-IF
           MOVE LS-ESS-CONTA TO ESC-CONTA
           START ARQVINCULADA KEY IS = ESC-CONTA
               INVALID KEY MOVE '10' TO FS-VINCULADA
           END-START
           PERFORM UNTIL FS-ESC-EOF
               READ ARQVINCULADA NEXT
                   AT END MOVE '10' TO FS-VINCULADA
               END-READ
               IF NOT FS-ESC-EOF
                   IF ESC-CONTA NOT = LS-ESS-CONTA
                       MOVE '10' TO FS-VINCULADA
                   ELSE
                       IF ESC-ATIVA
                          AND ESC-DT-VALIDADE >= LS-ESS-DATA
                           ADD ESC-VALOR-RETIDO TO LS-ESS-VALOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQVINCULADA
           EXIT SECTION.

      *================================================================
       2000-LIBERACAO-JUDICIAL SECTION.
      *================================================================
       2000-INICIO.
      *    A ordem judicial substitui a confirmacao das partes e
      *    descarta pedido de liberacao pendente na vinculada.
           OPEN I-O ARQVINCULADA
           IF NOT FS-ESC-OK
               MOVE 0001 TO LS-ESS-CODIGO
               MOVE 'CONTA VINCULADA NAO ENCONTRADA' TO LS-ESS-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE LS-ESS-ID TO ESC-ID
           READ ARQVINCULADA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-ESC-OK OR NOT ESC-ATIVA
               MOVE 0001 TO LS-ESS-CODIGO
               MOVE 'CONTA VINCULADA NAO ENCONTRADA OU ENCERRADA'
                   TO LS-ESS-MENSAGEM
               CLOSE ARQVINCULADA
               EXIT SECTION
           END-IF
           IF LS-ESS-VALOR = ZEROS
               MOVE ESC-VALOR-RETIDO TO LS-ESS-VALOR
           END-IF
           IF LS-ESS-VALOR > ESC-VALOR-RETIDO
               MOVE 0002 TO LS-ESS-CODIGO
               MOVE 'VALOR ACIMA DO RETIDO NA VINCULADA'
                   TO LS-ESS-MENSAGEM
               CLOSE ARQVINCULADA
               EXIT SECTION
           END-IF
           PERFORM 0100-ABRIR-ARQMOVVINC
           SUBTRACT LS-ESS-VALOR FROM ESC-VALOR-RETIDO
           ADD LS-ESS-VALOR TO ESC-VALOR-LIBERADO
           MOVE LS-ESS-PROCESSO TO ESC-PROCESSO
           MOVE ZEROS TO ESC-LIB-VALOR ESC-LIB-DT-PEDIDO
           MOVE SPACES TO ESC-LIB-DESTINO
           MOVE 'N' TO ESC-CONF-DEPOS ESC-CONF-BENEF
           IF ESC-VALOR-RETIDO = ZEROS
               MOVE 'L' TO ESC-SITUACAO
               MOVE LS-ESS-DATA TO ESC-DT-SITUACAO
           END-IF
           ADD 1 TO ESC-QTD-MOV
           MOVE ESC-ID TO MOV-ESC-ID
           MOVE ESC-QTD-MOV TO MOV-SEQ
           MOVE LS-ESS-DATA TO MOV-DATA
           MOVE 'J' TO MOV-TIPO
           MOVE LS-ESS-VALOR TO MOV-VALOR
           MOVE LS-ESS-CONTA TO MOV-CONTA-DESTINO
           MOVE LS-ESS-PROCESSO TO MOV-REFERENCIA
           MOVE ESC-VALOR-RETIDO TO MOV-SALDO-RETIDO
           WRITE REG-MOVVINC
           REWRITE REG-VINCULADA
           MOVE ESC-CONTA TO LS-ESS-CONTA
           CLOSE ARQVINCULADA ARQMOVVINC
           EXIT SECTION.

       0100-ABRIR-ARQMOVVINC.
           OPEN I-O ARQMOVVINC
           IF FS-MOVVINC = '35'
               OPEN OUTPUT ARQMOVVINC
               CLOSE ARQMOVVINC
               OPEN I-O ARQMOVVINC
           END-IF.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
