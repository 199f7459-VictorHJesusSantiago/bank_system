      *================================================================
      * BANKVDA.COB - Registro de Vendas por Operador
      * Sistema Bancario COBOL
      * Servico chamado pelos programas que contratam produto com o
      * cliente para carimbar a venda com o operador logado
      * (LS-OPERADOR do chamador) e a agencia da conta, no registro
      * de vendas BANKVEND.DAT: abertura de conta e pacote de
      * tarifas e cartao de debito (BANKACCT), contrato de
      * emprestimo (BANKLOAN), aplicacao (BANKINV) e cartao de
      * credito (BANKCCR). Os mesmos programas informam o estorno
      * quando a venda e desfeita; a apuracao mensal de pontos e
      * comissao e feita pelo BANKCOM.
      * Chamadas de servico pelo campo LS-VDA-MODO:
      *   'R' registra a venda (codigo 1 = ja registrada e ativa)
      *   'E' estorna a venda  (codigo 1 = sem venda ativa)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKVDA.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVENDA ASSIGN TO 'BANKVEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CHAVE
               FILE STATUS IS FS-VENDA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVENDA.
           COPY BANKVEND.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-VDA-CTRL.
           05  FS-VENDA             PIC XX.
               88  FS-VND-OK        VALUE '00'.
           05  WS-DATA-HOJE         PIC 9(8).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-VENDA.
           05  LS-VDA-MODO          PIC X(1).
               88  LS-VDA-REGISTRAR VALUE 'R'.
               88  LS-VDA-ESTORNAR  VALUE 'E'.
           05  LS-VDA-PRODUTO       PIC X(3).
           05  LS-VDA-CONTRATO      PIC 9(10).
           05  LS-VDA-CONTA         PIC 9(10).
           05  LS-VDA-AGENCIA       PIC 9(4).
           05  LS-VDA-OPERADOR      PIC X(20).
           05  LS-VDA-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-VDA-CODIGO        PIC 9(4).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-VENDA.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-VDA-CODIGO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN I-O ARQVENDA
           IF FS-VENDA = '35'
               OPEN OUTPUT ARQVENDA
               CLOSE ARQVENDA
               OPEN I-O ARQVENDA
           END-IF
           IF NOT FS-VND-OK
               MOVE 9999 TO LS-VDA-CODIGO
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN LS-VDA-REGISTRAR
                   PERFORM 1000-REGISTRAR-VENDA
               WHEN LS-VDA-ESTORNAR
                   PERFORM 2000-ESTORNAR-VENDA
               WHEN OTHER
                   MOVE 9 TO LS-VDA-CODIGO
           END-EVALUATE
           CLOSE ARQVENDA
           GOBACK.

      *================================================================
       1000-REGISTRAR-VENDA SECTION.
      *================================================================
       1000-INICIO.
           MOVE LS-VDA-PRODUTO TO VND-PRODUTO
           MOVE LS-VDA-CONTRATO TO VND-CONTRATO
           READ ARQVENDA
               INVALID KEY CONTINUE
           END-READ
      *    Troca de pacote na mesma conta nao e venda nova; venda
      *    estornada e recontratada volta a contar como venda.
           IF FS-VND-OK AND VND-ATIVA
               MOVE 1 TO LS-VDA-CODIGO
               EXIT SECTION
           END-IF
           MOVE LS-VDA-CONTA TO VND-CONTA
           MOVE LS-VDA-OPERADOR TO VND-VENDEDOR
           MOVE LS-VDA-AGENCIA TO VND-AGENCIA
           MOVE WS-DATA-HOJE TO VND-DT-VENDA
           MOVE LS-VDA-VALOR TO VND-VALOR
           MOVE 'A' TO VND-SITUACAO
           MOVE ZEROS TO VND-DT-ESTORNO
           MOVE SPACES TO VND-OPER-ESTORNO
           IF FS-VND-OK
               REWRITE REG-VENDA
           ELSE
               WRITE REG-VENDA
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF NOT FS-VND-OK
               MOVE 9999 TO LS-VDA-CODIGO
           END-IF
           EXIT SECTION.

      *================================================================
       2000-ESTORNAR-VENDA SECTION.
      *================================================================
       2000-INICIO.
           MOVE LS-VDA-PRODUTO TO VND-PRODUTO
           MOVE LS-VDA-CONTRATO TO VND-CONTRATO
           READ ARQVENDA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-VND-OK OR NOT VND-ATIVA
               MOVE 1 TO LS-VDA-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'E' TO VND-SITUACAO
           MOVE WS-DATA-HOJE TO VND-DT-ESTORNO
           MOVE LS-VDA-OPERADOR TO VND-OPER-ESTORNO
           REWRITE REG-VENDA
           IF NOT FS-VND-OK
               MOVE 9999 TO LS-VDA-CODIGO
           END-IF
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
