      * BANKDUN.COB - Regua de Cobranca e Negativacao em Bureau
      * Sistema Bancario COBOL
      * Depois que o lote do BANKLOAN falha em debitar a parcela,
      * esta regua assume: contratos em atraso (BANKEMPR.DAT),
      * contas cronicamente negativas (BANKNEGAGE.DAT), aluguel de
      * cofre em aberto (BANKCOFL.DAT) e boletos de parcela de
      * emprestimo vencidos sem pagamento (BANKEMPB.DAT) entram no
      * estagio de cobranca BANKDUNN.DAT e escalam por etapas com
      * data registrada - 1 aviso pela fila BANKNOTQ, 2 carta formal
      * (arquivo BANKDUN.CRT), 3 inclusao no bureau via BANKNEG.INC,
               RECORD KEY IS NEG-CONTA-NUM
               FILE STATUS IS FS-NEGAGE.

           SELECT ARQLOCACAO ASSIGN TO 'BANKCOFL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-ID
               ALTERNATE RECORD KEY IS LOC-CONTA WITH DUPLICATES
               FILE STATUS IS FS-LOCACAO.

           SELECT ARQBOLEMP ASSIGN TO 'BANKEMPB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS EBL-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLEMP.

           SELECT ARQREGUA ASSIGN TO 'BANKDUNN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  NEG-DIAS-CONSECUTIVOS  PIC 9(5).
           05  NEG-DT-ULTIMA-VERIF    PIC 9(8).

       FD  ARQLOCACAO.
           COPY BANKCOFL.

       FD  ARQBOLEMP.
           COPY BANKEMPB.

       FD  ARQREGUA.
       01  REG-REGUA.
           05  DUN-CHAVE.
               10  DUN-ORIGEM        PIC X(1).
                   88  DUN-EMPRESTIMO VALUE 'E'.
                   88  DUN-CONTA-NEG  VALUE 'C'.
                   88  DUN-ALUGUEL-COFRE VALUE 'L'.
                   88  DUN-BOLETO-PARCELA VALUE 'P'.
               10  DUN-REFERENCIA    PIC 9(10).
           05  DUN-CPF               PIC X(11).
           05  DUN-CONTA             PIC 9(10).
           05  FS-NEGAGE            PIC XX.
               88  FS-NEG-OK        VALUE '00'.
               88  FS-NEG-EOF       VALUE '10'.
           05  FS-LOCACAO           PIC XX.
               88  FS-LOC-OK        VALUE '00'.
               88  FS-LOC-EOF       VALUE '10'.
           05  FS-BOLEMP            PIC XX.
               88  FS-EBL-OK        VALUE '00'.
               88  FS-EBL-EOF       VALUE '10'.
           05  FS-REGUA             PIC XX.
               88  FS-DUN-OK        VALUE '00'.
               88  FS-DUN-EOF       VALUE '10'.
           05  WS-DUN-DIAS-NEG      PIC 9(3) VALUE 60.
           05  WS-DUN-QTD-NOVOS     PIC 9(6).
           05  WS-DUN-QTD-CARTAS    PIC 9(6).
           05  WS-DUN-QTD-RETIDAS   PIC 9(6).
           05  WS-DUN-QTD-BUREAU    PIC 9(6).
           05  WS-DUN-QTD-EXCLUIDOS PIC 9(6).
           05  WS-DUN-INT-HOJE      PIC S9(9) COMP-3.
           05  WS-DUN-INT-AVISO     PIC S9(9) COMP-3.
           05  WS-DUN-LINHA         PIC X(132).
           05  WS-DUN-VALOR-INF     PIC 9(9)V99.
           05  WS-DUN-VL-BOLETOS    PIC S9(11)V99 COMP-3.
           05  WS-VL-EDIT           PIC Z(9)9,99.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

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

      *----------------------------------------------------------------
       LINKAGE SECTION.
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           OPEN INPUT ARQCONTAS ARQEMPREST ARQNEGAGE ARQLOCACAO
           OPEN INPUT ARQBOLEMP
           PERFORM 0100-ABRIR-ARQREGUA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQEMPREST ARQNEGAGE ARQREGUA
           IF FS-LOCACAO NOT = '35'
               CLOSE ARQLOCACAO
           END-IF
           IF FS-BOLEMP NOT = '35'
               CLOSE ARQBOLEMP
           END-IF
           MOVE 0 TO LS-CODIGO
           GOBACK.

           MOVE ZEROS TO WS-DUN-QTD-NOVOS
           PERFORM 2100-ESTAGIAR-EMPRESTIMOS
           PERFORM 2200-ESTAGIAR-CONTAS-NEG
           IF FS-LOCACAO NOT = '35'
               PERFORM 2400-ESTAGIAR-ALUGUEL-COFRE
           END-IF
           IF FS-BOLEMP NOT = '35'
               PERFORM 2500-ESTAGIAR-BOLETOS-PARCELA
           END-IF
           DISPLAY 'CASOS NOVOS NA REGUA: ' WS-DUN-QTD-NOVOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.
           COMPUTE DUN-VALOR-DIVIDA = ZEROS - DUN-CONTA-SALDO
           PERFORM 2300-GRAVAR-CASO-NOVO.

       2400-ESTAGIAR-ALUGUEL-COFRE.
      *    Aluguel de cofre que o lote do BANKCOF nao conseguiu
      *    debitar, inclusive de contrato ja encerrado.
           MOVE ZEROS TO LOC-ID
           START ARQLOCACAO KEY >= LOC-ID
               INVALID KEY MOVE '10' TO FS-LOCACAO
           END-START
           PERFORM UNTIL FS-LOC-EOF
               READ ARQLOCACAO NEXT
                   AT END MOVE '10' TO FS-LOCACAO
               END-READ
               IF NOT FS-LOC-EOF
                   IF LOC-VALOR-ABERTO > ZEROS
                      AND LOC-DT-INADIMPLENCIA NOT = ZEROS
                       PERFORM 2450-ABRIR-CASO-COFRE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LOCACAO.

       2450-ABRIR-CASO-COFRE.
           MOVE 'L' TO DUN-ORIGEM
           MOVE LOC-ID TO DUN-REFERENCIA
           READ ARQREGUA
               INVALID KEY CONTINUE
           END-READ
      *    Caso aberto so acompanha o valor (nova anuidade em
      *    aberto); caso ja regularizado de anuidade anterior e
      *    reaberto na etapa 1.
           IF FS-DUN-OK AND DUN-ABERTO
               IF DUN-VALOR-DIVIDA NOT = LOC-VALOR-ABERTO
                   MOVE LOC-VALOR-ABERTO TO DUN-VALOR-DIVIDA
                   REWRITE REG-REGUA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO DUN-ORIGEM
           MOVE LOC-ID TO DUN-REFERENCIA
           MOVE LOC-CONTA TO DUN-CONTA
           MOVE LOC-CPF TO DUN-CPF
           MOVE LOC-VALOR-ABERTO TO DUN-VALOR-DIVIDA
           PERFORM 2300-GRAVAR-CASO-NOVO.

       2500-ESTAGIAR-BOLETOS-PARCELA.
      *    Parcela cobrada por boleto (BANKLOAN/BANKCOB) fica fora do
      *    debito em conta: o boleto vencido sem pagamento abre o
      *    caso do contrato pelo valor dos boletos em atraso.
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   IF NOT (EMP-QUITADO OR EMP-RENEGOCIADO)
                       PERFORM 2560-SOMAR-BOLETOS-VENCIDOS
                       IF WS-DUN-VL-BOLETOS > ZEROS
                           PERFORM 2550-ABRIR-CASO-BOLETO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-EMPREST.

       2550-ABRIR-CASO-BOLETO.
           MOVE 'P' TO DUN-ORIGEM
           MOVE EMP-ID TO DUN-REFERENCIA
           READ ARQREGUA
               INVALID KEY CONTINUE
           END-READ
      *    Como no aluguel de cofre: caso aberto so acompanha o
      *    valor; regularizado, um novo boleto vencido o reabre.
           IF FS-DUN-OK AND DUN-ABERTO
               IF DUN-VALOR-DIVIDA NOT = WS-DUN-VL-BOLETOS
                   MOVE WS-DUN-VL-BOLETOS TO DUN-VALOR-DIVIDA
                   REWRITE REG-REGUA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO DUN-ORIGEM
           MOVE EMP-ID TO DUN-REFERENCIA
           MOVE EMP-CONTA TO DUN-CONTA
           MOVE SPACES TO DUN-CPF
           MOVE EMP-CONTA TO DUN-CONTA-NUM
           READ ARQCONTAS KEY IS DUN-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE DUN-CONTA-CPF TO DUN-CPF
           END-IF
           MOVE WS-DUN-VL-BOLETOS TO DUN-VALOR-DIVIDA
           PERFORM 2300-GRAVAR-CASO-NOVO.

       2560-SOMAR-BOLETOS-VENCIDOS.
      *    Boletos em aberto do contrato EMP-ID com vencimento
      *    anterior a data de movimento (a liquidacao do BANKCOB
      *    roda antes da regua no lote).
           MOVE ZEROS TO WS-DUN-VL-BOLETOS
           MOVE EMP-ID TO EBL-CONTRATO
           START ARQBOLEMP KEY IS = EBL-CONTRATO
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-EBL-EOF
               READ ARQBOLEMP NEXT
                   AT END MOVE '10' TO FS-BOLEMP
               END-READ
               IF NOT FS-EBL-EOF
                   IF EBL-CONTRATO NOT = EMP-ID
                       MOVE '10' TO FS-BOLEMP
                   ELSE
                       IF EBL-ABERTO
                          AND EBL-DT-VENCTO < WS-DATA-MOVIMENTO
                           ADD EBL-VALOR TO WS-DUN-VL-BOLETOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BOLEMP.

       2300-GRAVAR-CASO-NOVO.
      *    Etapa 1 no estagiamento: aviso imediato pela fila de
      *    notificacoes, com a data registrada (e dela que conta a
           MOVE ZEROS TO DUN-VALOR-PROMESSA
           MOVE ZEROS TO DUN-DT-FOLLOWUP
           WRITE REG-REGUA
               INVALID KEY REWRITE REG-REGUA
           END-WRITE
           ADD 1 TO WS-DUN-QTD-NOVOS
           MOVE DUN-CONTA TO WS-NOT-CONTA
           MOVE 'COB' TO WS-NOT-EVENTO
       3000-INICIO.
           DISPLAY '--- REGUA: ESCALADA DE ETAPAS ---'
           MOVE ZEROS TO WS-DUN-QTD-CARTAS WS-DUN-QTD-BUREAU
               WS-DUN-QTD-RETIDAS
           OPEN EXTEND ARQCARTAS
           IF FS-CARTAS = '35'
               OPEN OUTPUT ARQCARTAS
           MOVE '00' TO FS-REGUA
           CLOSE ARQCARTAS ARQNEGINC
           DISPLAY 'CARTAS EMITIDAS:       ' WS-DUN-QTD-CARTAS
           DISPLAY 'CARTAS RETIDAS (END.): ' WS-DUN-QTD-RETIDAS
           DISPLAY 'INCLUSOES EM BUREAU:   ' WS-DUN-QTD-BUREAU
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.
               MOVE 2 TO DUN-ETAPA
               MOVE WS-DATA-MOVIMENTO TO DUN-DT-CARTA
               REWRITE REG-REGUA
      *        Endereco invalidado por devolucao: a etapa avanca, mas
      *        a carta fica retida para reimpressao (BANKDEV).
               PERFORM 3150-VERIFICAR-POSTAGEM
               IF PST-SUPRIMIDO
                   ADD 1 TO WS-DUN-QTD-RETIDAS
                   EXIT PARAGRAPH
               END-IF
               MOVE DUN-VALOR-DIVIDA TO WS-VL-EDIT
               MOVE SPACES TO WS-DUN-LINHA
               STRING 'CARTA ' DELIMITED SIZE
               ADD 1 TO WS-DUN-QTD-BUREAU
           END-IF.

       3150-VERIFICAR-POSTAGEM.
           MOVE 'N' TO WS-PSTSRV-SUPRIMIR
           MOVE DUN-CONTA TO DUN-CONTA-NUM
           READ ARQCONTAS KEY IS DUN-CONTA-NUM
           IF NOT FS-CONTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO WS-PSTSRV-MODO
           MOVE DUN-CONTA-CLI-ID TO WS-PSTSRV-CLI-ID
           MOVE 'DUN' TO WS-PSTSRV-DOCUMENTO
           MOVE SPACES TO WS-PSTSRV-REFERENCIA
           STRING DUN-ORIGEM DELIMITED SIZE
                  DUN-REFERENCIA DELIMITED SIZE
               INTO WS-PSTSRV-REFERENCIA
           END-STRING
           MOVE 'BANKDUN' TO WS-PSTSRV-OPERADOR
           CALL 'BANKPST' USING WS-CHAMADA-POSTAGEM.

      *================================================================
       4000-GERAR-EXCLUSOES SECTION.
      *================================================================
           EXIT SECTION.

       4100-VERIFICAR-REGULARIZACAO.
           EVALUATE TRUE
               WHEN DUN-EMPRESTIMO
                   MOVE DUN-REFERENCIA TO EMP-ID
                   READ ARQEMPREST
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-EMP-OK
                      AND NOT (EMP-QUITADO OR EMP-RENEGOCIADO)
                       EXIT PARAGRAPH
                   END-IF
               WHEN DUN-ALUGUEL-COFRE
                   MOVE DUN-REFERENCIA TO LOC-ID
                   READ ARQLOCACAO
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-LOC-OK AND LOC-VALOR-ABERTO > ZEROS
                       EXIT PARAGRAPH
                   END-IF
               WHEN DUN-BOLETO-PARCELA
                   MOVE DUN-REFERENCIA TO EMP-ID
                   READ ARQEMPREST
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-EMP-OK
                      AND NOT (EMP-QUITADO OR EMP-RENEGOCIADO)
                      AND FS-BOLEMP NOT = '35'
                       PERFORM 2560-SOMAR-BOLETOS-VENCIDOS
                       IF WS-DUN-VL-BOLETOS > ZEROS
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE DUN-REFERENCIA TO DUN-CONTA-NUM
                   READ ARQCONTAS KEY IS DUN-CONTA-NUM
                       INVALID KEY CONTINUE
                   END-READ
                   IF FS-CONTA-OK AND DUN-CONTA-SALDO < ZEROS
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE 'R' TO DUN-SITUACAO
           REWRITE REG-REGUA
           ADD 1 TO WS-DUN-QTD-EXCLUIDOS
       6000-REGISTRAR-PROMESSA SECTION.
      *================================================================
       6000-INICIO.
           DISPLAY 'Origem do caso (E=contrato C=conta L=cofre '
               'P=boleto de parcela): '
           ACCEPT DUN-ORIGEM
           DISPLAY 'Referencia (contrato, conta ou locacao): '
           ACCEPT DUN-REFERENCIA
           READ ARQREGUA
               INVALID KEY CONTINUE
