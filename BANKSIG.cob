      * pessoa fisica e passa direto; conta com signatarios exige o
      * CPF de um signatario ativo com poder total ou alcada
      * suficiente para o valor.
      * Cadastro (ou reativacao) e revogacao de signatario viram
      * inicio e fim de vinculo de representante no diario do
      * Cadastro de Clientes do SFN (BANKVNC), com o CPF tokenizado
      * como nas contas.
      * Chamada com LS-SIG-MODO = 'V' valida sem menu; 'E' revoga
      * todos os signatarios ativos da conta (encerramento da conta
      * em BANKACCT); qualquer outro valor abre a manutencao do
      * registro.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSIG.
           05  WS-SIG-VALOR-INF     PIC 9(9)V99.
           05  WS-VL-EDIT           PIC Z(9)9,99.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-SIG-STATUS-ANT    PIC X(1).
           05  WS-SIG-QTD-REVOGADOS PIC 9(4).

       01  WS-CHAMADA-VINCULO.
      *    Area de chamada do diario de vinculos do CCS (BANKVNC)
           05  WS-VNCSRV-EVENTO     PIC X(1).
           05  WS-VNCSRV-TIPO       PIC X(1).
           05  WS-VNCSRV-CONTA      PIC 9(10).
           05  WS-VNCSRV-CPF        PIC X(11).
           05  WS-VNCSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-SIGNATARIO.
           05  LS-SIG-MODO          PIC X(1).
               88  LS-SIG-VALIDAR   VALUE 'V'.
               88  LS-SIG-ENCERRAR  VALUE 'E'.
           05  LS-SIG-CONTA         PIC 9(10).
           05  LS-SIG-VALOR         PIC S9(11)V99 COMP-3.
           05  LS-SIG-CODIGO        PIC 9(4).
               OPEN I-O ARQSIGNAT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           EVALUATE TRUE
               WHEN LS-SIG-VALIDAR
                   PERFORM 2000-VALIDAR-SIGNATARIO
               WHEN LS-SIG-ENCERRAR
                   PERFORM 6000-REVOGAR-DA-CONTA
               WHEN OTHER
                   PERFORM 1000-MENU UNTIL PARAR
           END-EVALUATE
           CLOSE ARQSIGNAT
           GOBACK.

           MOVE WS-SIG-CONTA-INF TO SIG-CONTA
           DISPLAY 'CPF do signatario: '
           ACCEPT SIG-CPF
      *    Situacao anterior: so signatario novo ou reativado inicia
      *    vinculo de representante.
           MOVE 'N' TO WS-SIG-STATUS-ANT
           READ ARQSIGNAT
               INVALID KEY CONTINUE
           END-READ
           IF FS-SIG-OK
               MOVE SIG-STATUS TO WS-SIG-STATUS-ANT
           END-IF
           DISPLAY 'Nome do signatario: '
           ACCEPT SIG-NOME
           DISPLAY 'Poder (T=total L=limitado por alcada): '
           WRITE REG-SIGNATARIO
               INVALID KEY REWRITE REG-SIGNATARIO
           END-WRITE
           IF WS-SIG-STATUS-ANT NOT = 'A'
               MOVE 'I' TO WS-VNCSRV-EVENTO
               PERFORM 7000-REGISTRAR-VINCULO
           END-IF
           DISPLAY 'SIGNATARIO CADASTRADO'
           EXIT SECTION.

               DISPLAY 'SIGNATARIO NAO ENCONTRADO'
               EXIT SECTION
           END-IF
           IF SIG-REVOGADO
               DISPLAY 'SIGNATARIO JA REVOGADO'
               EXIT SECTION
           END-IF
           MOVE 'R' TO SIG-STATUS
           REWRITE REG-SIGNATARIO
           MOVE 'F' TO WS-VNCSRV-EVENTO
           PERFORM 7000-REGISTRAR-VINCULO
           DISPLAY 'SIGNATARIO REVOGADO'
           EXIT SECTION.

      *================================================================
       6000-REVOGAR-DA-CONTA SECTION.
      *================================================================
       6000-INICIO.
      *    Conta encerrada nao tem mais representantes: todo
      *    signatario ativo e revogado e encerra o vinculo.
           MOVE ZEROS TO WS-SIG-QTD-REVOGADOS
           MOVE LS-SIG-CONTA TO SIG-CONTA
           MOVE LOW-VALUES TO SIG-CPF
           START ARQSIGNAT KEY >= SIG-CHAVE
               INVALID KEY MOVE '10' TO FS-SIGNAT
           END-START
           PERFORM UNTIL FS-SIG-EOF
               READ ARQSIGNAT NEXT
                   AT END MOVE '10' TO FS-SIGNAT
               END-READ
               IF NOT FS-SIG-EOF
                   IF SIG-CONTA = LS-SIG-CONTA
                       IF SIG-ATIVO
                           MOVE 'R' TO SIG-STATUS
                           REWRITE REG-SIGNATARIO
                           MOVE 'F' TO WS-VNCSRV-EVENTO
                           PERFORM 7000-REGISTRAR-VINCULO
                           ADD 1 TO WS-SIG-QTD-REVOGADOS
                       END-IF
                   ELSE
                       MOVE '10' TO FS-SIGNAT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIG-QTD-REVOGADOS > ZEROS
               DISPLAY 'SIGNATARIOS REVOGADOS: ' WS-SIG-QTD-REVOGADOS
           END-IF
           MOVE ZEROS TO LS-SIG-CODIGO
           EXIT SECTION.

      *================================================================
       7000-REGISTRAR-VINCULO SECTION.
      *================================================================
       7000-INICIO.
      *    O diario guarda o CPF como as contas: tokenizado quando a
      *    cifragem esta ativa.
           MOVE 'R' TO WS-VNCSRV-TIPO
           MOVE SIG-CONTA TO WS-VNCSRV-CONTA
           MOVE SIG-CPF TO WS-VNCSRV-CPF
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE SIG-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-VNCSRV-CPF
           END-IF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
