      * registrada em BANKCONJ.DAT tem saldo e rendimento atribuidos
      * metade a cada titular, como a declaracao exige. O informe
      * sai em BANKINFS.TXT e cada titular recebe o aviso de
      * disponibilidade pela fila BANKNOTQ. Titular com endereco
      * invalidado por correspondencia devolvida (BANKPST) nao tem o
      * informe impresso: fica retido para reimpressao no BANKDEV.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKINS.
           05  WS-INS-DT-BASE       PIC 9(8).
           05  WS-INS-CPF-ANT       PIC X(11).
           05  WS-INS-QTD-CPFS      PIC 9(6).
           05  WS-INS-QTD-RETIDOS   PIC 9(6).
           05  WS-INS-CPF-CLARO     PIC X(11).
           05  WS-INS-TITULAR-CLARO PIC X(60).
           05  WS-INS-SALDO-BASE    PIC S9(13)V99 COMP-3.
           05  WS-VL-EDIT           PIC Z(11)9,99-.
           05  WS-VL-EDIT2          PIC Z(11)9,99-.

       01  WS-CHAMADA-POSTAGEM.
      *    Area de chamada do controle de postagem em papel (BANKPST)
           05  WS-PSTSRV-MODO       PIC X(1).
           05  WS-PSTSRV-CLI-ID     PIC 9(10).
           05  WS-PSTSRV-DOCUMENTO  PIC X(3).
           05  WS-PSTSRV-REFERENCIA PIC X(20).
           05  WS-PSTSRV-OPERADOR   PIC X(20).
           05  WS-PSTSRV-SUPRIMIR   PIC X(1).
               88  PST-SUPRIMIDO    VALUE 'S'.
           05  WS-PSTSRV-PROTOCOLO  PIC 9(10).
           05  WS-PSTSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
           OPEN INPUT ARQCONTAS ARQTRANS ARQSNAP ARQCONJ
           OPEN OUTPUT ARQINFORME
           MOVE SPACES TO WS-INS-CPF-ANT
           MOVE ZEROS TO WS-INS-QTD-CPFS WS-INS-QTD-RETIDOS
           MOVE ZEROS TO WS-INS-TOT-SALDO WS-INS-TOT-REND
           PERFORM 2000-PERCORRER-POR-CPF
           IF WS-INS-CPF-ANT NOT = SPACES
           CLOSE ARQCONTAS ARQTRANS ARQSNAP ARQCONJ ARQINFORME
           DISPLAY 'INFORMES GERADOS PARA ' WS-INS-QTD-CPFS
               ' CPF(S) EM BANKINFS.TXT'
           IF WS-INS-QTD-RETIDOS > ZEROS
               DISPLAY 'INFORMES RETIDOS (ENDERECO INVALIDO): '
                   WS-INS-QTD-RETIDOS ' - VER BANKDEV'
           END-IF
           STOP RUN.

      *================================================================
      *    A conta guarda CPF tokenizado e titular cifrado quando ha
      *    cifragem ativa; o informe ao contribuinte sai em claro.
           PERFORM 3100-ABRIR-DADOS-EM-CLARO
           PERFORM 3200-VERIFICAR-POSTAGEM
           MOVE SPACES TO WS-INS-LINHA
           STRING 'INFORME DE SALDOS ' DELIMITED SIZE
                  WS-INS-ANO DELIMITED SIZE
                  WS-INS-TITULAR-CLARO(1:40) DELIMITED SIZE
               INTO WS-INS-LINHA
           END-STRING
           PERFORM 3900-GRAVAR-LINHA.

       3100-ABRIR-DADOS-EM-CLARO.
           MOVE INS-CONTA-CPF TO WS-INS-CPF-CLARO
               MOVE WS-CRYSRV-TEXTO(1:60) TO WS-INS-TITULAR-CLARO
           END-IF.

       3200-VERIFICAR-POSTAGEM.
      *    Endereco invalidado por devolucao: o informe do titular e
      *    apurado, mas nao vai ao papel (reimpressao pendente).
           MOVE 'V' TO WS-PSTSRV-MODO
           MOVE INS-CONTA-CLI-ID TO WS-PSTSRV-CLI-ID
           MOVE 'INF' TO WS-PSTSRV-DOCUMENTO
           MOVE SPACES TO WS-PSTSRV-REFERENCIA
           STRING 'ANO-BASE ' DELIMITED SIZE
                  WS-INS-ANO DELIMITED SIZE
               INTO WS-PSTSRV-REFERENCIA
           END-STRING
           MOVE 'BANKINS' TO WS-PSTSRV-OPERADOR
           CALL 'BANKPST' USING WS-CHAMADA-POSTAGEM.

       3500-FECHAR-TITULAR.
           MOVE WS-INS-TOT-SALDO TO WS-VL-EDIT
           MOVE WS-INS-TOT-REND TO WS-VL-EDIT2
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-INS-LINHA
           END-STRING
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES TO WS-INS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           IF PST-SUPRIMIDO
               ADD 1 TO WS-INS-QTD-RETIDOS
           ELSE
               ADD 1 TO WS-INS-QTD-CPFS
           END-IF
      *    Aviso de disponibilidade ao titular.
           MOVE WS-INS-CONTA-NOT TO WS-NOT-CONTA
           MOVE 'INF' TO WS-NOT-EVENTO
               TO WS-NOT-MENSAGEM
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC.

       3900-GRAVAR-LINHA.
           IF NOT PST-SUPRIMIDO
               WRITE REG-INFORME FROM WS-INS-LINHA
           END-IF.

       4000-INFORMAR-CONTA.
      *    Saldo na data-base pela foto de fechamento; sem foto a
      *    conta e informada com saldo zero e observacao.
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-INS-LINHA
           END-STRING
           PERFORM 3900-GRAVAR-LINHA
           IF NOT FS-SNAP-OK
               MOVE '    (SEM FOTO DE FECHAMENTO NA DATA-BASE)'
                   TO WS-INS-LINHA
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       4100-SOMAR-RENDIMENTOS.
