               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS FS-CHEQUE.

           SELECT ARQCAIXINHA ASSIGN TO 'BANKCXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-ID
               ALTERNATE RECORD KEY IS CXA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CAIXINHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
           05  CHQ-QTD-APRESENT      PIC 9(1).
           05  CHQ-MOTIVO-DEV        PIC 9(2).

       FD  ARQCAIXINHA.
       01  REG-CAIXINHA.
           05  CXA-ID                PIC 9(10).
           05  CXA-CONTA             PIC 9(10).
           05  CXA-NOME              PIC X(30).
           05  CXA-VALOR-META        PIC S9(13)V99 COMP-3.
           05  CXA-DT-META           PIC 9(8).
           05  CXA-SALDO             PIC S9(13)V99 COMP-3.
           05  CXA-TOT-RENDIMENTO    PIC S9(13)V99 COMP-3.
           05  CXA-DT-CRIACAO        PIC 9(8).
           05  CXA-DT-ULT-REND       PIC 9(8).
           05  CXA-REGRA-SENTIDO     PIC X(1).
           05  CXA-REGRA-DIA         PIC 9(2).
           05  CXA-REGRA-VALOR       PIC S9(13)V99 COMP-3.
           05  CXA-REGRA-MES-ULT     PIC 9(6).
           05  CXA-META-AVISADA      PIC X(1).
           05  CXA-QTD-MOV           PIC 9(5).
           05  CXA-SITUACAO          PIC X(1).
               88  CXA-ATIVA         VALUE 'A'.
           05  CXA-DT-SITUACAO       PIC 9(8).
           05  CXA-OPERADOR          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CTRL.
           05  FS-CONTAS             PIC XX.
               88  FS-CAT-EOF        VALUE '10'.
           05  FS-CHEQUE             PIC XX.
               88  FS-CHQ-OK         VALUE '00'.
           05  FS-CAIXINHA           PIC XX.
               88  FS-CXA-OK         VALUE '00'.
               88  FS-CXA-EOF        VALUE '10'.
           05  WS-OPCAO              PIC X(2).
           05  WS-CONTINUAR          PIC X VALUE 'S'.
               88  CONTINUAR         VALUE 'S'.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-EXTRATO-IDX-CTRL.
      *    Posicionamento direto pelo indice alternativo de conta:
           05  WS-EIX-TABELA.
               10  WS-EIX-ID OCCURS 1000 TIMES PIC 9(15).

       01  WS-CAIXINHA-CTRL.
           05  WS-CXQ-TOTAL          PIC S9(13)V99 COMP-3.
           05  WS-CXQ-QTD            PIC 9(4).

       01  WS-CHEQUE-CTRL.
           05  WS-CHQ-CONTA-BUSCA    PIC 9(10).
           05  WS-CHQ-NUM-BUSCA      PIC 9(6).
           PERFORM 0040-ABRIR-ARQSNAP
           PERFORM 0050-ABRIR-ARQUIVO-HISTORICO
           PERFORM 0060-ABRIR-ARQCHEQUE
           PERFORM 0070-ABRIR-ARQCAIXINHA
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTAS ARQTRANS ARQAGENCIA ARQDISPUT ARQCOMPROV
                 ARQSNAP ARQARCHIVE ARQCATALOGO ARQCHEQUE
                 ARQCAIXINHA
           MOVE 0 TO LS-CODIGO
           GOBACK.

               OPEN INPUT ARQCHEQUE
           END-IF.

       0070-ABRIR-ARQCAIXINHA.
           OPEN INPUT ARQCAIXINHA
           IF FS-CAIXINHA = '35'
               OPEN OUTPUT ARQCAIXINHA
               CLOSE ARQCAIXINHA
               OPEN INPUT ARQCAIXINHA
           END-IF.

       1000-MENU.
           DISPLAY '----------------------------------------'
           DISPLAY ' CONSULTAS E EXTRATOS'
           DISPLAY 'Tipo: ' QRY-CONTA-TIPO
           DISPLAY 'Status: ' QRY-CONTA-STATUS
           DISPLAY 'Moeda: ' QRY-CONTA-MOEDA
           DISPLAY 'Saldo: R$ ' WS-VALOR-DISPLAY
           PERFORM 2120-EXIBIR-CAIXINHAS.

       2120-EXIBIR-CAIXINHAS.
      *    Dinheiro guardado em caixinhas (BANKCXA) faz parte do saldo
      *    mas nao do disponivel: aparece separado, com o saldo livre.
           MOVE ZEROS TO WS-CXQ-TOTAL WS-CXQ-QTD
           MOVE QRY-CONTA-NUM TO CXA-CONTA
           START ARQCAIXINHA KEY IS = CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-CONTA NOT = QRY-CONTA-NUM
                       MOVE '10' TO FS-CAIXINHA
                   ELSE
                       IF CXA-ATIVA
                           IF WS-CXQ-QTD = ZEROS
                               DISPLAY 'Caixinhas:'
                           END-IF
                           ADD 1 TO WS-CXQ-QTD
                           ADD CXA-SALDO TO WS-CXQ-TOTAL
                           MOVE CXA-SALDO TO WS-VALOR-DISPLAY
                           DISPLAY '  ' CXA-NOME ' R$ '
                               WS-VALOR-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA
           IF WS-CXQ-QTD > ZEROS
               MOVE WS-CXQ-TOTAL TO WS-VALOR-DISPLAY
               DISPLAY 'Guardado em caixinhas: R$ ' WS-VALOR-DISPLAY
               COMPUTE WS-CXQ-TOTAL = QRY-CONTA-SALDO - WS-CXQ-TOTAL
               MOVE WS-CXQ-TOTAL TO WS-VALOR-DISPLAY
               DISPLAY 'Saldo fora das caixinhas: R$ '
                   WS-VALOR-DISPLAY
           END-IF.

       2110-RESOLVER-AGENCIA.
           MOVE QRY-CONTA-AGENCIA TO AGE-CODIGO
