      * A cifragem inicial e a rotacao recifram BANKCUST.DAT e
      * BANKACCT.DAT campo a campo, com contagens conferidas antes
      * de ativar a chave nova; a rotacao destokeniza o documento
      * com a chave antiga antes de retokenizar com a nova. Os
      * CPFs dos vinculos de operador (BANKUSRV.DAT) e dos alertas
      * de operador em conta vinculada (BANKINTA.DAT) acompanham o
      * mesmo token.
      * Os modulos leem via servico de decifra ('D'); a consulta de
      * clientes do BANKCRM ja decifra na tela.
      * Chamadas de servico pelo campo LS-CRY-MODO:
               RECORD KEY IS CRY-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQVINCULO ASSIGN TO 'BANKUSRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USV-CHAVE
               ALTERNATE RECORD KEY IS USV-CPF WITH DUPLICATES
               FILE STATUS IS FS-VINCULO.

      *    Copia de trabalho dos vinculos: o CPF e parte da chave
      *    primaria e nao se regrava chave com REWRITE.
           SELECT ARQVINCTMP ASSIGN TO 'BANKUSRV.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VINCTMP.

           SELECT ARQALERTA ASSIGN TO 'BANKINTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-AUD-SEQ
               FILE STATUS IS FS-ALERTA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CRY-CONTA-CLI-ID   PIC 9(10).
           05  CRY-CONTA-MOEDA      PIC X(3).

       FD  ARQVINCULO.
           COPY BANKUSRV.

       FD  ARQVINCTMP.
       01  REG-VINCULO-TMP           PIC X(120).

       FD  ARQALERTA.
           COPY BANKINTA.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CRY-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-VINCULO           PIC XX.
               88  FS-USV-OK        VALUE '00'.
               88  FS-USV-EOF       VALUE '10'.
           05  FS-VINCTMP           PIC XX.
               88  FS-VTM-OK        VALUE '00'.
               88  FS-VTM-EOF       VALUE '10'.
           05  FS-ALERTA            PIC XX.
               88  FS-INA-OK        VALUE '00'.
               88  FS-INA-EOF       VALUE '10'.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
           05  WS-ROT-QTD-GRAVADOS  PIC 9(6).
           05  WS-ROT-CTA-LIDOS     PIC 9(6).
           05  WS-ROT-CTA-GRAVADOS  PIC 9(6).
           05  WS-ROT-VNC-LIDOS     PIC 9(6).
           05  WS-ROT-VNC-GRAVADOS  PIC 9(6).
           05  WS-ROT-INA-LIDOS     PIC 9(6).
           05  WS-ROT-INA-GRAVADOS  PIC 9(6).
           05  WS-ROT-DOC           PIC X(11).
           05  WS-ROT-FASE          PIC X(1).
               88  ROT-CIFRAGEM     VALUE 'C'.
               88  ROT-ROTACAO      VALUE 'R'.
           05  WS-ROT-PARTE         PIC X(16).
           05  WS-ROT-GERENTE       PIC X(20).
           05  WS-DATA-HOJE         PIC 9(8).
           END-PERFORM
           CLOSE ARQCLIENTE
           PERFORM 5300-CIFRAR-BASE-CONTAS
           MOVE 'C' TO WS-ROT-FASE
           PERFORM 5400-PASSAR-VINCULOS
           PERFORM 5470-PASSAR-ALERTAS
           MOVE 'A' TO KEY-SITUACAO
           REWRITE REG-CHAVE
           DISPLAY 'BASE CIFRADA: ' WS-ROT-QTD-LIDOS
               ' CLIENTE(S) E ' WS-ROT-CTA-LIDOS
               ' CONTA(S) - CHAVE ' KEY-VERSAO ' ATIVADA'
           DISPLAY 'VINCULOS DE OPERADOR: ' WS-ROT-VNC-GRAVADOS
               '  ALERTAS: ' WS-ROT-INA-GRAVADOS
           EXIT SECTION.

       5300-CIFRAR-BASE-CONTAS.
               MOVE LS-CRY-TEXTO(1:11) TO CRY-CONTA-COTIT-CPF
           END-IF.

       5400-PASSAR-VINCULOS.
      *    Vinculos de operador: o arquivo vai inteiro para a copia
      *    de trabalho com o documento trocado e e recarregado dela;
      *    so recarrega com a copia completa.
           MOVE ZEROS TO WS-ROT-VNC-LIDOS WS-ROT-VNC-GRAVADOS
           OPEN INPUT ARQVINCULO
           IF NOT FS-USV-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQVINCTMP
           MOVE LOW-VALUES TO USV-CHAVE
           START ARQVINCULO KEY >= USV-CHAVE
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-USV-EOF
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-USV-EOF
                   ADD 1 TO WS-ROT-VNC-LIDOS
                   MOVE USV-CPF TO WS-ROT-DOC
                   PERFORM 5450-TROCAR-TOKEN
                   MOVE WS-ROT-DOC TO USV-CPF
                   WRITE REG-VINCULO-TMP FROM REG-VINCULO-OPERADOR
                   IF FS-VTM-OK
                       ADD 1 TO WS-ROT-VNC-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQVINCULO ARQVINCTMP
           IF WS-ROT-VNC-GRAVADOS NOT = WS-ROT-VNC-LIDOS
               MOVE ZEROS TO WS-ROT-VNC-GRAVADOS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-ROT-VNC-GRAVADOS
           OPEN OUTPUT ARQVINCULO
           OPEN INPUT ARQVINCTMP
           PERFORM UNTIL FS-VTM-EOF
               READ ARQVINCTMP INTO REG-VINCULO-OPERADOR
                   AT END MOVE '10' TO FS-VINCTMP
               END-READ
               IF NOT FS-VTM-EOF
                   WRITE REG-VINCULO-OPERADOR
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-USV-OK
                       ADD 1 TO WS-ROT-VNC-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQVINCULO ARQVINCTMP.

       5450-TROCAR-TOKEN.
      *    Na rotacao o documento sai do token da chave ativa antes
      *    de receber o da chave nova; na cifragem inicial ele ainda
      *    esta aberto.
           IF ROT-ROTACAO
               MOVE 'D' TO WS-CRY-SENTIDO
               MOVE SPACES TO LS-CRY-TEXTO
               MOVE WS-ROT-DOC TO LS-CRY-TEXTO(1:11)
               PERFORM 3000-TOKEN-DOCUMENTO
               MOVE LS-CRY-TEXTO(1:11) TO WS-ROT-DOC
               MOVE WS-ROT-CHAVE-NOVA TO WS-CRY-CHAVE
           END-IF
           MOVE 'C' TO WS-CRY-SENTIDO
           MOVE SPACES TO LS-CRY-TEXTO
           MOVE WS-ROT-DOC TO LS-CRY-TEXTO(1:11)
           PERFORM 3000-TOKEN-DOCUMENTO
           MOVE LS-CRY-TEXTO(1:11) TO WS-ROT-DOC
           IF ROT-ROTACAO
               MOVE WS-ROT-CHAVE-ATIVA TO WS-CRY-CHAVE
           END-IF.

       5470-PASSAR-ALERTAS.
      *    O CPF do alerta nao e chave: regrava no lugar.
           MOVE ZEROS TO WS-ROT-INA-LIDOS WS-ROT-INA-GRAVADOS
           OPEN I-O ARQALERTA
           IF NOT FS-INA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO INA-AUD-SEQ
           START ARQALERTA KEY >= INA-AUD-SEQ
               INVALID KEY MOVE '10' TO FS-ALERTA
           END-START
           PERFORM UNTIL FS-INA-EOF
               READ ARQALERTA NEXT
                   AT END MOVE '10' TO FS-ALERTA
               END-READ
               IF NOT FS-INA-EOF
                   ADD 1 TO WS-ROT-INA-LIDOS
                   MOVE INA-CPF TO WS-ROT-DOC
                   PERFORM 5450-TROCAR-TOKEN
                   MOVE WS-ROT-DOC TO INA-CPF
                   REWRITE REG-ALERTA-INSIDER
                   IF FS-INA-OK
                       ADD 1 TO WS-ROT-INA-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQALERTA.

       5100-CIFRAR-CAMPOS-CLIENTE.
           MOVE 'C' TO WS-CRY-SENTIDO
           MOVE CRY-CLI-NOME TO LS-CRY-TEXTO
           END-PERFORM
           CLOSE ARQCLIENTE
           PERFORM 6400-ROTACIONAR-CONTAS
           MOVE 'R' TO WS-ROT-FASE
           PERFORM 5400-PASSAR-VINCULOS
           PERFORM 5470-PASSAR-ALERTAS
           DISPLAY 'CLIENTES RECIFRADOS ' WS-ROT-QTD-GRAVADOS
               ' DE ' WS-ROT-QTD-LIDOS
           DISPLAY 'CONTAS RECIFRADAS   ' WS-ROT-CTA-GRAVADOS
               ' DE ' WS-ROT-CTA-LIDOS
           DISPLAY 'VINCULOS RETOKENIZ. ' WS-ROT-VNC-GRAVADOS
               ' DE ' WS-ROT-VNC-LIDOS
           DISPLAY 'ALERTAS RETOKENIZ.  ' WS-ROT-INA-GRAVADOS
               ' DE ' WS-ROT-INA-LIDOS
           IF WS-ROT-QTD-LIDOS = WS-ROT-QTD-GRAVADOS
              AND WS-ROT-CTA-LIDOS = WS-ROT-CTA-GRAVADOS
              AND WS-ROT-VNC-LIDOS = WS-ROT-VNC-GRAVADOS
              AND WS-ROT-INA-LIDOS = WS-ROT-INA-GRAVADOS
               PERFORM 6300-TROCAR-CHAVE-ATIVA
               DISPLAY 'ROTACAO CONCLUIDA - CHAVE '
                   WS-ROT-VERSAO-NOVA ' ATIVA'
