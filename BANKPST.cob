      *================================================================
      * BANKPST.COB - Controle de Postagem em Papel
      * Sistema Bancario COBOL
      * Servico consultado pelos programas que emitem documento em
      * papel ao cliente (extrato mensal do BANKREP, extrato anual
      * de tarifas, carta da regua do BANKDUN, informe anual do
      * BANKINS) antes de gravar o documento. Cliente com endereco
      * invalidado por correspondencia devolvida (BANKDEVL.DAT,
      * mantido pelo BANKDEV) tem a postagem suprimida: o documento
      * nao sai e fica registrado como reimpressao pendente, para
      * ser emitido de novo depois que o endereco for corrigido.
      * A atualizacao do endereco no BANKCRM libera o cliente:
      * endereco volta a valido, o contador de devolucoes zera e o
      * protocolo de atualizacao aberto no BANKATND e devolvido ao
      * chamador para ser encerrado.
      * Chamadas de servico pelo campo LS-PST-MODO:
      *   'V' verifica a postagem (LS-PST-SUPRIMIR 'S' = nao emitir)
      *   'L' libera o endereco (codigo 1 = nao havia restricao)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPST.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO 'BANKDEVL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS FS-DEVOLUCAO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQDEVOLUCAO.
           COPY BANKDEVL.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PST-CTRL.
           05  FS-DEVOLUCAO         PIC XX.
               88  FS-DEV-OK        VALUE '00'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-PST-PROX-SEQ      PIC 9(5).

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
       01  LS-POSTAGEM.
           05  LS-PST-MODO          PIC X(1).
               88  LS-PST-VERIFICAR VALUE 'V'.
               88  LS-PST-LIBERAR   VALUE 'L'.
           05  LS-PST-CLI-ID        PIC 9(10).
           05  LS-PST-DOCUMENTO     PIC X(3).
           05  LS-PST-REFERENCIA    PIC X(20).
           05  LS-PST-OPERADOR      PIC X(20).
           05  LS-PST-SUPRIMIR      PIC X(1).
               88  LS-PST-SUPRIMIDO VALUE 'S'.
           05  LS-PST-PROTOCOLO     PIC 9(10).
           05  LS-PST-CODIGO        PIC 9(4).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-POSTAGEM.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE 'N' TO LS-PST-SUPRIMIR
           MOVE ZEROS TO LS-PST-PROTOCOLO LS-PST-CODIGO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
      *    Sem registro de devolucoes nao ha restricao de postagem.
           OPEN I-O ARQDEVOLUCAO
           IF NOT FS-DEV-OK
               MOVE 1 TO LS-PST-CODIGO
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN LS-PST-VERIFICAR
                   PERFORM 1000-VERIFICAR-POSTAGEM
               WHEN LS-PST-LIBERAR
                   PERFORM 2000-LIBERAR-ENDERECO
               WHEN OTHER
                   MOVE 9 TO LS-PST-CODIGO
           END-EVALUATE
           CLOSE ARQDEVOLUCAO
           GOBACK.

      *================================================================
       1000-VERIFICAR-POSTAGEM SECTION.
      *================================================================
       1000-INICIO.
           MOVE LS-PST-CLI-ID TO DEV-CLI-ID
           MOVE ZEROS TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-DEV-OK OR NOT DEV-END-INVALIDO
               EXIT SECTION
           END-IF
      *    Endereco invalido: documento retido para reimpressao.
           MOVE 'S' TO LS-PST-SUPRIMIR
           ADD 1 TO DEV-ULT-SEQ
           MOVE DEV-ULT-SEQ TO WS-PST-PROX-SEQ
           REWRITE REG-DEVOLUCAO
           MOVE LS-PST-CLI-ID TO DEV-CLI-ID
           MOVE WS-PST-PROX-SEQ TO DEV-SEQ
           MOVE 'R' TO DEV-TIPO-REG
           MOVE SPACES TO DEV-DADOS
           MOVE LS-PST-DOCUMENTO TO DEV-DOCUMENTO
           MOVE LS-PST-REFERENCIA TO DEV-REFERENCIA
           MOVE WS-DATA-HOJE TO DEV-DT-EVENTO
           MOVE LS-PST-OPERADOR TO DEV-OPERADOR
           MOVE 'P' TO DEV-REIMP-STATUS
           MOVE ZEROS TO DEV-DT-REIMPRESSAO
           WRITE REG-DEVOLUCAO
               INVALID KEY MOVE 2 TO LS-PST-CODIGO
           END-WRITE
           EXIT SECTION.

      *================================================================
       2000-LIBERAR-ENDERECO SECTION.
      *================================================================
       2000-INICIO.
           MOVE LS-PST-CLI-ID TO DEV-CLI-ID
           MOVE ZEROS TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-DEV-OK
               MOVE 1 TO LS-PST-CODIGO
               EXIT SECTION
           END-IF
           IF NOT DEV-END-INVALIDO
      *        Endereco ainda valido: a correcao zera as devolucoes
      *        acumuladas abaixo do limite.
               MOVE ZEROS TO DEV-QTD-DEVOLUCOES
               REWRITE REG-DEVOLUCAO
               MOVE 1 TO LS-PST-CODIGO
               EXIT SECTION
           END-IF
           MOVE DEV-PROTOCOLO TO LS-PST-PROTOCOLO
           MOVE 'V' TO DEV-END-STATUS
           MOVE ZEROS TO DEV-QTD-DEVOLUCOES DEV-PROTOCOLO
           MOVE WS-DATA-HOJE TO DEV-DT-LIBERACAO
           REWRITE REG-DEVOLUCAO
           IF NOT FS-DEV-OK
               MOVE 9999 TO LS-PST-CODIGO
               EXIT SECTION
           END-IF
           MOVE LS-PST-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKDEVL.DAT' TO WS-AUD-ARQUIVO
           MOVE LS-PST-CLI-ID TO WS-AUD-CHAVE
           MOVE 'ENDERECO-POSTAL' TO WS-AUD-CAMPO
           MOVE 'INVALIDO' TO WS-AUD-ANTES
           MOVE 'VALIDO - ENDERECO ATUALIZADO' TO WS-AUD-DEPOIS
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
