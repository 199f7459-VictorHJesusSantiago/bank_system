               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQMOVCTL ASSIGN TO 'BANKMOVC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVCTL.

           SELECT ARQSTR ASSIGN TO 'BANKSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS DSP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-DISPUT.

           SELECT ARQCONTING ASSIGN TO 'BANKCTG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-ID
               FILE STATUS IS FS-CONTING.

           SELECT ARQRUNCTL ASSIGN TO 'BANKRUNC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS FS-RUNCTL.

           SELECT ARQCEDRET ASSIGN TO 'BANKCEDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDR-ID
               ALTERNATE RECORD KEY IS CDR-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CEDRET.

           SELECT ARQCHQDEP ASSIGN TO 'BANKCHQD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQD-ID
               ALTERNATE RECORD KEY IS CQD-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CHQDEP.

           SELECT ARQCEDBC ASSIGN TO 'BANKCEDR.BC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEDBC.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

       FD  ARQCOMPROV.
       01  REG-COMPROV.
               88  DMV-ABERTO        VALUE 'A'.
               88  DMV-FECHADO       VALUE 'F'.

       FD  ARQMOVCTL.
           COPY BANKMOVC.

      *    Fila de liquidacao interbancaria (layout STR simplificado)
       FD  ARQSTR.
       01  REG-STR.
               88  DSP-PROCEDENTE    VALUE 'P'.
               88  DSP-IMPROCEDENTE  VALUE 'I'.

      *    Diario de contingencia de caixa (capturado pelo BANKCTG)
       FD  ARQCONTING.
       01  REG-CONTING.
           05  CTG-ID                PIC 9(10).
           05  CTG-NSU-PROV          PIC 9(12).
           05  CTG-AGENCIA           PIC 9(4).
           05  CTG-TURNO             PIC 9(1).
           05  CTG-CONTA             PIC 9(10).
           05  CTG-TIPO              PIC X(3).
               88  CTG-DEPOSITO      VALUE 'DEP'.
               88  CTG-SAQUE         VALUE 'SAQ'.
           05  CTG-VALOR             PIC S9(13)V99 COMP-3.
           05  CTG-DT-MOVIMENTO      PIC 9(8).
           05  CTG-DATA              PIC 9(8).
           05  CTG-HORA              PIC 9(6).
           05  CTG-OPERADOR          PIC X(20).
           05  CTG-SALDO-REF         PIC S9(13)V99 COMP-3.
           05  CTG-DT-SALDO-REF      PIC 9(8).
           05  CTG-SITUACAO          PIC X(1).
               88  CTG-PENDENTE      VALUE 'P'.
               88  CTG-EFETIVADO     VALUE 'E'.
               88  CTG-EM-REVISAO    VALUE 'R'.
           05  CTG-TRANS-ID          PIC 9(15).
           05  CTG-NSU-DEF           PIC 9(12).
           05  CTG-DT-REPROC         PIC 9(8).
           05  CTG-MOTIVO            PIC X(40).
           05  CTG-TRATAMENTO        PIC X(40).

       FD  ARQRUNCTL.
       01  REG-RUNCTL.
           05  RUN-CHAVE.
               10  RUN-DATA          PIC 9(8).
               10  RUN-ETAPA         PIC 9(2).
           05  RUN-STATUS            PIC X(1).
               88  RUN-LOTE-EM-CURSO VALUE 'E'.
           05  RUN-HORA              PIC 9(6).

       FD  ARQCEDRET.
           COPY BANKCEDR.

       FD  ARQCHQDEP.
           COPY BANKCHQD.

       FD  ARQCEDBC.
       01  REG-CEDBC                 PIC X(120).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BANKDATA.
               88  FS-FER-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
               88  FS-DMV-OK        VALUE '00'.
           05  FS-MOVCTL            PIC XX.
           05  FS-STR               PIC XX.
               88  FS-STR-OK        VALUE '00'.
               88  FS-STR-EOF       VALUE '10'.
           05  WS-LIMSRV-CODIGO     PIC 9(4).
           05  WS-LIMSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-FAVORECIDO.
      *    Area de chamada do servico de favorecidos (BANKFAV),
      *    compartilhado com BANKTRF.
           05  WS-FAVSRV-FUNCAO     PIC X(1).
           05  WS-FAVSRV-CONTA      PIC 9(10).
           05  WS-FAVSRV-BANCO      PIC 9(3).
           05  WS-FAVSRV-AGENCIA    PIC 9(4).
           05  WS-FAVSRV-DESTINO    PIC X(20).
           05  WS-FAVSRV-NOME       PIC X(40).
           05  WS-FAVSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-FAVSRV-CODIGO     PIC 9(4).
           05  WS-FAVSRV-MENSAGEM   PIC X(60).

       01  WS-CONTINGENCIA-CTRL.
      *    Desvio do caixa para a contingencia (BANKCTG) e reprocesso
      *    do diario de contingencia quando o arquivo volta.
           05  FS-CONTING           PIC XX.
               88  FS-CTG-OK        VALUE '00'.
               88  FS-CTG-EOF       VALUE '10'.
           05  FS-RUNCTL            PIC XX.
               88  FS-RUN-OK        VALUE '00'.
           05  WS-CTG-DESVIO        PIC X(1).
               88  CTG-DESVIAR      VALUE 'S'.
           05  WS-CTG-REPROCESSO    PIC X(1) VALUE 'N'.
               88  CTG-REPROCESSANDO VALUE 'S'.
           05  WS-CTG-QTD-PEND      PIC 9(5).
           05  WS-CTG-QTD-EFET      PIC 9(5).
           05  WS-CTG-QTD-REV       PIC 9(5).
           05  WS-CTG-QTD-ADIADO    PIC 9(5).

       01  WS-CEDRET-CTRL.
      *    Cedulas retidas no deposito por suspeita de falsidade,
      *    remessa ao Banco Central e laudo.
           05  FS-CEDRET            PIC XX.
               88  FS-CDR-OK        VALUE '00'.
               88  FS-CDR-EOF       VALUE '10'.
           05  FS-CEDBC             PIC XX.
           05  WS-CDR-PROXIMO-ID    PIC 9(9) VALUE ZEROS.
           05  WS-CDR-MAX           PIC 9(2) VALUE 20.
           05  WS-CDR-QTD           PIC 9(2).
           05  WS-CDR-IDX           PIC 9(2).
           05  WS-CDR-VALOR-INFORMADO PIC S9(13)V99 COMP-3.
           05  WS-CDR-TOTAL-RETIDO  PIC S9(13)V99 COMP-3.
           05  WS-CDR-RECIBO        PIC 9(9).
           05  WS-CDR-TRANS-DEP     PIC 9(15).
           05  WS-CDR-LAUDO         PIC X(1).
           05  WS-CDR-QTD-REMESSA   PIC 9(7).
           05  WS-CDR-LINHA         PIC X(120).
           05  WS-CDR-TABELA.
               10  WS-CDR-CEDULA    OCCURS 20 TIMES.
                   15  WS-CDR-DENOMINACAO PIC 9(3).
                       88  CEDULA-FACE-VALIDA
                           VALUE 2 5 10 20 50 100 200.
                   15  WS-CDR-SERIE PIC X(12).

       01  WS-CHQDEP-CTRL.
      *    Deposito de cheque de outro banco: dias uteis de bloqueio
      *    ate a compensacao por praca do sacado.
           05  FS-CHQDEP            PIC XX.
               88  FS-CQD-OK        VALUE '00'.
           05  WS-CQD-PROXIMO-ID    PIC 9(10) VALUE ZEROS.
           05  WS-BLQ-PROXIMO-ID    PIC 9(10) VALUE ZEROS.
           05  WS-CQD-FLOAT-LOCAL   PIC 9(2) VALUE 1.
           05  WS-CQD-FLOAT-OUTRA   PIC 9(2) VALUE 2.
           05  WS-CQD-DIAS-FLOAT    PIC 9(2).
           05  WS-CQD-DIAS-UTEIS    PIC 9(2).
           05  WS-CQD-INT-DATA      PIC S9(9) COMP-3.
           05  WS-CQD-DT-COMPENSACAO PIC 9(8).
           05  WS-CQD-BANCO         PIC 9(3).
           05  WS-CQD-AGENCIA       PIC 9(4).
           05  WS-CQD-CONTA         PIC 9(10).
           05  WS-CQD-NUMERO        PIC 9(6).
           05  WS-CQD-PRACA         PIC X(1).
               88  CQD-PRACA-VALIDA VALUE 'L' 'O'.

       01  WS-PORTAB-CTRL.
           05  WS-PRT-CONTA-CRED    PIC 9(10).
           05  WS-PRT-VALOR-CRED    PIC S9(13)V99 COMP-3.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-SIGNATARIO.
      *    Area de chamada do registro de signatarios PJ (BANKSIG)
               88  SIGSRV-AUTORIZADO VALUE 0000.
           05  WS-SIGSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-REPRESENTANTE.
      *    Area de chamada do registro de representantes PF (BANKRPF)
           05  WS-REPSRV-MODO       PIC X(1).
           05  WS-REPSRV-CONTA      PIC 9(10).
           05  WS-REPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-REPSRV-OPERACAO   PIC X(1) VALUE 'T'.
           05  WS-REPSRV-OPERADOR   PIC X(20).
           05  WS-REPSRV-CODIGO     PIC 9(4).
               88  REPSRV-AUTORIZADO VALUE 0000.
           05  WS-REPSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-NOTIF.
      *    Area de chamada da fila de notificacoes (BANKNOT):
      *    eventos configurados geram aviso ao cliente pelo canal
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHAMADA-TRANSITORIA.
      *    Area de chamada da conta transitoria (BANKSUS): credito
      *    recebido sem conta valida fica retido para a operacao.
           05  WS-SUSSRV-MODO       PIC X(1).
           05  WS-SUSSRV-INTERFACE  PIC X(12).
           05  WS-SUSSRV-MOTIVO     PIC X(2).
           05  WS-SUSSRV-REFERENCIA PIC X(32).
           05  WS-SUSSRV-CONTA      PIC 9(10).
           05  WS-SUSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-SUSSRV-DATA       PIC 9(8).
           05  WS-SUSSRV-REGISTRO   PIC X(240).
           05  WS-SUSSRV-ID         PIC 9(10).
           05  WS-SUSSRV-CODIGO     PIC 9(4).
           05  WS-SUSSRV-MENSAGEM   PIC X(60).

       01  WS-NOTIF-GATILHOS.
           05  WS-NOT-LIMIAR-DEB    PIC S9(11)V99 COMP-3
           05  WS-PXI-QTD-REJEIT    PIC 9(6).
           05  WS-PXI-LINHA         PIC X(100).
           05  WS-PXI-MOTIVO        PIC X(30).
           05  WS-PXI-QTD-TRANSIT   PIC 9(6).

       01  WS-INTERBANC-CTRL.
      *    Nosso codigo de compensacao; TED para outro banco entra na
           05  WS-STR-QTD-EMITIDAS  PIC 9(6).
           05  WS-STR-QTD-RECEBIDAS PIC 9(6).
           05  WS-STR-QTD-DEVOLV    PIC 9(6).
           05  WS-STR-QTD-TRANSIT   PIC 9(6).
           05  WS-STR-ID-BUSCA      PIC 9(10).
           05  WS-STR-VL-DISP       PIC Z(11)9,99-.
           05  WS-STR-LINHA         PIC X(120).
           05  WS-PRASRV-CODIGO     PIC 9(4).
           05  WS-PRASRV-MOTIVO     PIC X(30).

       01  WS-CHAMADA-VINCULADA.
      *    Area de chamada do servico de contas vinculadas (BANKESS)
           05  WS-ESCSRV-MODO       PIC X(1).
           05  WS-ESCSRV-ID         PIC 9(10).
           05  WS-ESCSRV-CONTA      PIC 9(10).
           05  WS-ESCSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-ESCSRV-PROCESSO   PIC X(20).
           05  WS-ESCSRV-DATA       PIC 9(8).
           05  WS-ESCSRV-CODIGO     PIC 9(4).
           05  WS-ESCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-CAIXINHA.
      *    Area de chamada do servico de caixinhas (BANKCXS)
           05  WS-CXSSRV-MODO       PIC X(1).
           05  WS-CXSSRV-CONTA      PIC 9(10).
           05  WS-CXSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-CXSSRV-QTD        PIC 9(3).
           05  WS-CXSSRV-CODIGO     PIC 9(4).
           05  WS-CXSSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
      *================================================================
       0000-INICIO.
           OPEN I-O ARQCONTAS ARQTRANS
      *    Arquivo de contas fora do ar ou detido pelo lote noturno:
      *    o caixa segue atendendo em contingencia.
           IF NOT LS-MODO-BATCH
               PERFORM 0185-CARREGAR-DATA-MOVIMENTO
               PERFORM 0120-VERIFICAR-CONTINGENCIA
               IF CTG-DESVIAR
                   DISPLAY 'BANKACCT.DAT INDISPONIVEL - CAIXA EM '
                       'MODO DE CONTINGENCIA'
                   CLOSE ARQCONTAS ARQTRANS
                   CALL 'BANKCTG' USING LS-RETORNO
                   GOBACK
               END-IF
           END-IF
           PERFORM 0150-ABRIR-ARQPIX
           PERFORM 0160-ABRIR-ARQCAIXA
           PERFORM 0170-ABRIR-ARQDISPUT
           PERFORM 0195-ABRIR-ARQSTR
           PERFORM 0196-ABRIR-ARQINVEST
           PERFORM 0197-ABRIR-ARQKYCWORK
           PERFORM 0125-ABRIR-ARQCONTING
           PERFORM 0126-ABRIR-ARQCEDRET
           PERFORM 0127-ABRIR-ARQCHQDEP
           IF LS-MODO-BATCH
               PERFORM 9950-REPROCESSAR-CONTINGENCIA
               PERFORM 9700-PROCESSAR-LOTE
               PERFORM 9500-PROCESSAR-AGENDADAS
               PERFORM 9750-EMITIR-ARQUIVO-LIQUIDACAO
               PERFORM 9760-PROCESSAR-CREDITOS-RECEBIDOS
               PERFORM 9780-PROCESSAR-PIX-RECEBIDOS
               PERFORM 9795-AUTORIZAR-COMPRAS-CARTAO
               PERFORM 9990-REMESSA-CEDULAS-BC
           ELSE
               PERFORM 1000-MENU-TRANSACOES UNTIL TRAN-PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQPIX ARQCAIXA ARQDISPUT ARQBLOQ
                 ARQCOMPROV ARQPORTAB ARQWATCH ARQAPROV ARQSNAP
                 ARQFERIADO ARQSTR ARQINVEST ARQKYCWORK ARQCONTING
                 ARQCEDRET ARQCHQDEP
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0120-VERIFICAR-CONTINGENCIA.
           MOVE 'N' TO WS-CTG-DESVIO
           IF NOT FS-CONTA-OK
               MOVE 'S' TO WS-CTG-DESVIO
               EXIT PARAGRAPH
           END-IF
      *    Marcador do lote em curso: etapa 00 do dia de movimento
      *    em BANKRUNC.DAT, mantido pelo BANKBAT.
           OPEN INPUT ARQRUNCTL
           IF FS-RUN-OK
               MOVE WS-DATA-MOVIMENTO TO RUN-DATA
               MOVE ZEROS TO RUN-ETAPA
               READ ARQRUNCTL
                   INVALID KEY CONTINUE
               END-READ
               IF FS-RUN-OK AND RUN-LOTE-EM-CURSO
                   MOVE 'S' TO WS-CTG-DESVIO
               END-IF
               CLOSE ARQRUNCTL
           END-IF.

       0125-ABRIR-ARQCONTING.
           OPEN I-O ARQCONTING
           IF FS-CONTING = '35'
               OPEN OUTPUT ARQCONTING
               CLOSE ARQCONTING
               OPEN I-O ARQCONTING
           END-IF
           IF LS-MODO-BATCH
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CTG-QTD-PEND
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK AND CTG-PENDENTE
                   ADD 1 TO WS-CTG-QTD-PEND
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING
           IF WS-CTG-QTD-PEND > ZEROS
               DISPLAY 'ATENCAO: ' WS-CTG-QTD-PEND
                   ' LANCAMENTO(S) DE CONTINGENCIA AGUARDANDO '
                   'REPROCESSO (OPCAO 19)'
           END-IF.

       0126-ABRIR-ARQCEDRET.
           OPEN I-O ARQCEDRET
           IF FS-CEDRET = '35'
               OPEN OUTPUT ARQCEDRET
               CLOSE ARQCEDRET
               OPEN I-O ARQCEDRET
           END-IF
           MOVE 999999999 TO CDR-ID
           START ARQCEDRET KEY IS <= CDR-ID
           IF FS-CDR-OK
               READ ARQCEDRET NEXT
               IF FS-CDR-OK
                   MOVE CDR-ID TO WS-CDR-PROXIMO-ID
               END-IF
           END-IF.

       0127-ABRIR-ARQCHQDEP.
           OPEN I-O ARQCHQDEP
           IF FS-CHQDEP = '35'
               OPEN OUTPUT ARQCHQDEP
               CLOSE ARQCHQDEP
               OPEN I-O ARQCHQDEP
           END-IF
           MOVE 9999999999 TO CQD-ID
           START ARQCHQDEP KEY IS <= CQD-ID
           IF FS-CQD-OK
               READ ARQCHQDEP NEXT
               IF FS-CQD-OK
                   MOVE CQD-ID TO WS-CQD-PROXIMO-ID
               END-IF
           END-IF.

       0160-ABRIR-ARQCAIXA.
           OPEN I-O ARQCAIXA
           IF FS-CAIXA = '35'
           END-IF.

       0175-ABRIR-ARQBLOQ.
      *    Aberto para atualizacao: o deposito de cheque de outro
      *    banco grava o bloqueio do valor ate a compensacao.
           OPEN I-O ARQBLOQ
           IF FS-BLOQ = '35'
               OPEN OUTPUT ARQBLOQ
               CLOSE ARQBLOQ
               OPEN I-O ARQBLOQ
           END-IF
           MOVE 9999999999 TO BLQ-ID
           START ARQBLOQ KEY IS <= BLQ-ID
           IF FS-BLOQ-OK
               READ ARQBLOQ NEXT
               IF FS-BLOQ-OK
                   MOVE BLQ-ID TO WS-BLQ-PROXIMO-ID
               END-IF
           END-IF.

       0176-ABRIR-ARQCOMPROV.
                   MOVE CFG-LIM-SAQUE-DIARIO TO WS-LIM-SAQUE-DIARIO
                   MOVE CFG-TAXA-TED         TO WS-TAXA-TED
                   MOVE CFG-TAXA-DOC         TO WS-TAXA-DOC
                   IF CFG-CHD-FLOAT-LOCAL > ZEROS
                       MOVE CFG-CHD-FLOAT-LOCAL TO WS-CQD-FLOAT-LOCAL
                   END-IF
                   IF CFG-CHD-FLOAT-OUTRA > ZEROS
                       MOVE CFG-CHD-FLOAT-OUTRA TO WS-CQD-FLOAT-OUTRA
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.
           DISPLAY ' 13. Contestacao de Transacao'
           DISPLAY ' 14. Limites da Conta (consulta/alteracao)'
           DISPLAY ' 15. Confirmar Liquidacao TED Interbancario'
           DISPLAY ' 16. Cadastrar Favorecido'
           DISPLAY ' 17. Listar Favorecidos'
           DISPLAY ' 18. Excluir Favorecido'
           DISPLAY ' 19. Reprocessar Contingencia de Caixa'
           DISPLAY ' 20. Laudo do Banco Central - Cedula Retida'
           DISPLAY ' 21. Deposito de Cheque de Outro Banco'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO-TRAN

               WHEN '13'  PERFORM 9850-CONTESTACAO
               WHEN '14'  PERFORM 9890-LIMITES-DA-CONTA
               WHEN '15'  PERFORM 9770-CONFIRMAR-LIQUIDACAO
               WHEN '16' THRU '18'
                   PERFORM 9900-FAVORECIDOS
               WHEN '19'
                   IF DIA-FECHADO
                       DISPLAY 'DIA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                           ' JA FECHADO - REPROCESSE NO PROXIMO DIA'
                   ELSE
                       PERFORM 9950-REPROCESSAR-CONTINGENCIA
                   END-IF
               WHEN '20'  PERFORM 9980-LAUDO-CEDULA-RETIDA
               WHEN '21'
                   IF DIA-FECHADO
                       DISPLAY 'DIA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                           ' JA FECHADO - DEPOSITE O CHEQUE NO '
                           'PROXIMO DIA'
                   ELSE
                       PERFORM 2400-DEPOSITO-CHEQUE
                   END-IF
               WHEN '00'  MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF LS-CODIGO = 0
               DISPLAY 'Valor do Deposito: R$ '
               ACCEPT WS-VALOR-SOLICITADO
               MOVE ZEROS TO WS-CDR-QTD WS-CDR-TRANS-DEP
               IF WS-VALOR-SOLICITADO > ZEROS
      *            Cedulas suspeitas ficam retidas; o credito e so
      *            da parte legitima (WS-VALOR-SOLICITADO passa a
      *            ser o valor liquido, podendo ficar zerado).
                   PERFORM 2020-COLETAR-CEDULAS-RETIDAS
               ELSE
                   DISPLAY 'VALOR INVALIDO'
                   MOVE 0003 TO LS-CODIGO
               END-IF
               IF LS-CODIGO = 0 AND WS-VALOR-SOLICITADO > ZEROS
                   ADD WS-VALOR-SOLICITADO TO WS-CONTA-ORIGEM-SALDO
                   PERFORM 2200-ATUALIZAR-CONTA-ORIGEM
                   PERFORM 2300-REGISTRAR-TRANSACAO-DEP
                   MOVE WS-TRANS-ID TO WS-CDR-TRANS-DEP
                   MOVE WS-VALOR-SOLICITADO TO WS-VALOR-DISPLAY
                   DISPLAY 'DEPOSITO REALIZADO: R$ ' WS-VALOR-DISPLAY
                   IF WS-CONTA-ORIGEM-TIPO = 'CS'
                       MOVE WS-VALOR-SOLICITADO TO WS-PRT-VALOR-CRED
                       PERFORM 2900-PROCESSAR-PORTABILIDADE
                   END-IF
               END-IF
               IF LS-CODIGO = 0 AND WS-CDR-QTD > ZEROS
                   PERFORM 2040-REGISTRAR-CEDULAS-RETIDAS
               END-IF
           END-IF
           MOVE WS-CONTA-ORIGEM-NUM TO WS-LCKSRV-CHAVE
           PERFORM 2060-DESTRAVAR-CONTA.

       2020-COLETAR-CEDULAS-RETIDAS.
      *    O caixa informa as cedulas retidas (valor de face e
      *    numero de serie). O total retido sai do valor do
      *    deposito e nao pode excede-lo.
           MOVE WS-VALOR-SOLICITADO TO WS-CDR-VALOR-INFORMADO
           MOVE ZEROS TO WS-CDR-TOTAL-RETIDO
           DISPLAY 'Cedulas retidas por suspeita de falsidade '
               '(0 = nenhuma): '
           ACCEPT WS-CDR-QTD
           IF WS-CDR-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CDR-QTD > WS-CDR-MAX
               DISPLAY 'LIMITE DE ' WS-CDR-MAX
                   ' CEDULAS RETIDAS POR DEPOSITO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CDR-IDX FROM 1 BY 1
                   UNTIL WS-CDR-IDX > WS-CDR-QTD
                      OR LS-CODIGO NOT = 0
               PERFORM 2025-COLETAR-CEDULA
           END-PERFORM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CDR-TOTAL-RETIDO > WS-VALOR-SOLICITADO
               DISPLAY 'CEDULAS RETIDAS EXCEDEM O VALOR DO DEPOSITO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CDR-TOTAL-RETIDO FROM WS-VALOR-SOLICITADO.

       2025-COLETAR-CEDULA.
           DISPLAY 'Cedula ' WS-CDR-IDX
               ' - valor de face (2/5/10/20/50/100/200): '
           ACCEPT WS-CDR-DENOMINACAO(WS-CDR-IDX)
           IF NOT CEDULA-FACE-VALIDA(WS-CDR-IDX)
               DISPLAY 'VALOR DE FACE INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Numero de serie: '
           ACCEPT WS-CDR-SERIE(WS-CDR-IDX)
           IF WS-CDR-SERIE(WS-CDR-IDX) = SPACES
               DISPLAY 'NUMERO DE SERIE OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           ADD WS-CDR-DENOMINACAO(WS-CDR-IDX) TO WS-CDR-TOTAL-RETIDO.

       2040-REGISTRAR-CEDULAS-RETIDAS.
      *    Uma linha por cedula em BANKCEDR.DAT; o recibo e o ID da
      *    primeira. O retido vai ao caixa do turno separado do
      *    numerario da gaveta.
           MOVE ZEROS TO WS-CDR-RECIBO
           PERFORM VARYING WS-CDR-IDX FROM 1 BY 1
                   UNTIL WS-CDR-IDX > WS-CDR-QTD
               ADD 1 TO WS-CDR-PROXIMO-ID
               IF WS-CDR-RECIBO = ZEROS
                   MOVE WS-CDR-PROXIMO-ID TO WS-CDR-RECIBO
               END-IF
               INITIALIZE REG-CEDULA-RETIDA
               MOVE WS-CDR-PROXIMO-ID TO CDR-ID
               MOVE WS-CONTA-ORIGEM-NUM TO CDR-CONTA
               MOVE WS-CONTA-ORIGEM-AGENCIA TO CDR-AGENCIA
               MOVE WS-DATA-MOVIMENTO TO CDR-DT-RETENCAO
               MOVE FUNCTION CURRENT-DATE(9:6) TO CDR-HORA
               MOVE WS-CDR-DENOMINACAO(WS-CDR-IDX) TO CDR-DENOMINACAO
               MOVE WS-CDR-SERIE(WS-CDR-IDX) TO CDR-SERIE
               MOVE WS-CDR-DENOMINACAO(WS-CDR-IDX) TO CDR-VALOR
               MOVE WS-CDR-RECIBO TO CDR-RECIBO
               MOVE WS-CDR-TRANS-DEP TO CDR-TRANS-DEP
               MOVE 'R' TO CDR-SITUACAO
               MOVE LS-OPERADOR TO CDR-OPERADOR
               WRITE REG-CEDULA-RETIDA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CEDULA RETIDA: '
                           FS-CEDRET
               END-WRITE
           END-PERFORM
           PERFORM 2750-POSTAR-RETENCAO-CAIXA
           PERFORM 2045-EMITIR-RECIBO-RETENCAO.

       2045-EMITIR-RECIBO-RETENCAO.
           DISPLAY '======================================='
           DISPLAY '   RECIBO DE RETENCAO DE CEDULAS'
           DISPLAY '======================================='
           DISPLAY 'RECIBO: ' WS-CDR-RECIBO
               '  DATA: ' WS-DATA-MOVIMENTO
           DISPLAY 'CONTA:  ' WS-CONTA-ORIGEM-NUM
               '  AGENCIA: ' WS-CONTA-ORIGEM-AGENCIA
           DISPLAY 'TITULAR: ' WS-CONTA-ORIGEM-TITULAR
           MOVE WS-CDR-VALOR-INFORMADO TO WS-VALOR-DISPLAY
           DISPLAY 'VALOR APRESENTADO:    R$ ' WS-VALOR-DISPLAY
           PERFORM VARYING WS-CDR-IDX FROM 1 BY 1
                   UNTIL WS-CDR-IDX > WS-CDR-QTD
               DISPLAY '  CEDULA R$ ' WS-CDR-DENOMINACAO(WS-CDR-IDX)
                   '  SERIE ' WS-CDR-SERIE(WS-CDR-IDX)
           END-PERFORM
           MOVE WS-CDR-TOTAL-RETIDO TO WS-VALOR-DISPLAY
           DISPLAY 'VALOR RETIDO:         R$ ' WS-VALOR-DISPLAY
           MOVE WS-VALOR-SOLICITADO TO WS-VALOR-DISPLAY
           DISPLAY 'VALOR CREDITADO:      R$ ' WS-VALOR-DISPLAY
           DISPLAY 'AS CEDULAS SERAO ENCAMINHADAS AO BANCO CENTRAL;'
           DISPLAY 'SE DECLARADAS LEGITIMAS O VALOR SERA CREDITADO.'
           DISPLAY '======================================='.

       2050-TRAVAR-CONTA.
      *    Pede a trava do registro da conta em WS-LCKSRV-CHAVE;
      *    TRAVA-OCUPADA indica outra sessao de caixa na mesma conta.
           COMPUTE WS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'AGENCIA' TO WS-TRANS-CANAL
      *    No reprocesso da contingencia o caixa ja foi postado na
      *    captura: canal proprio, que 2700-POSTAR-CAIXA ignora.
           IF CTG-REPROCESSANDO
               PERFORM 9965-DESCREVER-CONTINGENCIA
           END-IF
           MOVE WS-TRANSACAO TO REG-TRANS
           WRITE REG-TRANS
           PERFORM 2800-GRAVAR-COMPROVANTE
           SET CAIXA-ENTRADA TO TRUE
           PERFORM 2700-POSTAR-CAIXA.

      *================================================================
       2400-DEPOSITO-CHEQUE SECTION.
      *================================================================
       2400-INICIO.
      *    Cheque sacado contra outro banco: o valor e creditado na
      *    hora e bloqueado ate o dia da compensacao, contado em dias
      *    uteis na praca da agencia da conta (BANKPRA). A remessa a
      *    camara e as devolucoes correm no lote do BANKCHQ.
           DISPLAY '--- DEPOSITO DE CHEQUE DE OUTRO BANCO ---'
           DISPLAY 'Numero da Conta: '
           ACCEPT WS-CONTA-ORIGEM-NUM
           MOVE WS-CONTA-ORIGEM-NUM TO WS-LCKSRV-CHAVE
           PERFORM 2050-TRAVAR-CONTA
           IF TRAVA-OCUPADA
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2100-BUSCAR-CONTA-ORIGEM
           IF LS-CODIGO = 0
               PERFORM 2410-COLETAR-DADOS-CHEQUE
           END-IF
           IF LS-CODIGO = 0
               PERFORM 2420-CALCULAR-DATA-COMPENSACAO
               ADD WS-VALOR-SOLICITADO TO WS-CONTA-ORIGEM-SALDO
               PERFORM 2200-ATUALIZAR-CONTA-ORIGEM
               ADD 1 TO WS-CQD-PROXIMO-ID
               PERFORM 2430-REGISTRAR-TRANSACAO-CHD
               PERFORM 2440-BLOQUEAR-ATE-COMPENSACAO
               PERFORM 2450-GRAVAR-CHEQUE-DEPOSITADO
               MOVE WS-VALOR-SOLICITADO TO WS-VALOR-DISPLAY
               DISPLAY 'CHEQUE DEPOSITADO: R$ ' WS-VALOR-DISPLAY
                   '  PROTOCOLO ' WS-CQD-PROXIMO-ID
               DISPLAY 'VALOR BLOQUEADO ATE A COMPENSACAO EM '
                   WS-CQD-DT-COMPENSACAO
           END-IF
           MOVE WS-CONTA-ORIGEM-NUM TO WS-LCKSRV-CHAVE
           PERFORM 2060-DESTRAVAR-CONTA
           EXIT SECTION.

       2410-COLETAR-DADOS-CHEQUE.
           DISPLAY 'Banco sacado (3 digitos): '
           ACCEPT WS-CQD-BANCO
           IF WS-CQD-BANCO = ZEROS
               DISPLAY 'BANCO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF WS-CQD-BANCO = WS-BANCO-PROPRIO
               DISPLAY 'CHEQUE DO PROPRIO BANCO - NAO ENTRA NESTA '
                   'OPCAO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Agencia sacada: '
           ACCEPT WS-CQD-AGENCIA
           DISPLAY 'Conta sacada: '
           ACCEPT WS-CQD-CONTA
           DISPLAY 'Numero do cheque: '
           ACCEPT WS-CQD-NUMERO
           DISPLAY 'Valor do cheque: R$ '
           ACCEPT WS-VALOR-SOLICITADO
           IF WS-VALOR-SOLICITADO NOT > ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Praca do sacado (L = mesma praca, O = outra): '
           ACCEPT WS-CQD-PRACA
           IF NOT CQD-PRACA-VALIDA
               DISPLAY 'PRACA INVALIDA'
               MOVE 0003 TO LS-CODIGO
           END-IF.

       2420-CALCULAR-DATA-COMPENSACAO.
      *    Conta os dias uteis de bloqueio a partir do dia de
      *    movimento; fim de semana e feriado da praca nao contam.
           IF WS-CQD-PRACA = 'L'
               MOVE WS-CQD-FLOAT-LOCAL TO WS-CQD-DIAS-FLOAT
           ELSE
               MOVE WS-CQD-FLOAT-OUTRA TO WS-CQD-DIAS-FLOAT
           END-IF
           COMPUTE WS-CQD-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           MOVE ZEROS TO WS-CQD-DIAS-UTEIS
           PERFORM UNTIL WS-CQD-DIAS-UTEIS >= WS-CQD-DIAS-FLOAT
               ADD 1 TO WS-CQD-INT-DATA
               MOVE FUNCTION DATE-OF-INTEGER(WS-CQD-INT-DATA)
                   TO WS-PRASRV-DATA
               MOVE WS-CONTA-ORIGEM-AGENCIA TO WS-PRASRV-AGENCIA
               CALL 'BANKPRA' USING WS-CHAMADA-PRACA
               IF WS-PRASRV-CODIGO = ZEROS
                   ADD 1 TO WS-CQD-DIAS-UTEIS
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CQD-INT-DATA)
               TO WS-CQD-DT-COMPENSACAO.

       2430-REGISTRAR-TRANSACAO-CHD.
      *    Canal proprio: cheque nao e numerario e nao passa pelo
      *    caixa fisico (2700-POSTAR-CAIXA so posta 'AGENCIA').
      *    Tipo CHD com a conta no destino: o razao credita o
      *    cliente contra a liquidacao interbancaria (11102), nao
      *    contra o caixa; a devolucao (BANKCHQ) e CHD com a conta
      *    na origem e estorna as mesmas pernas.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO WS-TRANS-ID
           MOVE ZEROS TO WS-TRANS-CONTA-ORG
           MOVE WS-CONTA-ORIGEM-NUM TO WS-TRANS-CONTA-DEST
           MOVE 'CHD' TO WS-TRANS-TIPO
           MOVE WS-VALOR-SOLICITADO TO WS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TRANS-HORA
           MOVE SPACES TO WS-TRANS-DESCRICAO
           STRING 'Deposito cheque bco '    DELIMITED SIZE
                  WS-CQD-BANCO              DELIMITED SIZE
                  ' nr '                    DELIMITED SIZE
                  WS-CQD-NUMERO             DELIMITED SIZE
                  ' bloqueado ate '         DELIMITED SIZE
                  WS-CQD-DT-COMPENSACAO     DELIMITED SIZE
               INTO WS-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO WS-TRANS-STATUS
           COMPUTE WS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'CHEQUE' TO WS-TRANS-CANAL
           MOVE WS-TRANSACAO TO REG-TRANS
           WRITE REG-TRANS
           PERFORM 2800-GRAVAR-COMPROVANTE.

       2440-BLOQUEAR-ATE-COMPENSACAO.
      *    Bloqueio parcial valido ate a vespera da compensacao: no
      *    dia da compensacao o valor ja esta disponivel.
           ADD 1 TO WS-BLQ-PROXIMO-ID
           MOVE WS-BLQ-PROXIMO-ID TO BLQ-ID
           MOVE WS-CONTA-ORIGEM-NUM TO BLQ-CONTA
           MOVE WS-VALOR-SOLICITADO TO BLQ-VALOR
           MOVE 'C' TO BLQ-ORIGEM
           MOVE SPACES TO BLQ-PROCESSO
           STRING 'CHEQUE DEP '        DELIMITED SIZE
                  WS-CQD-PROXIMO-ID    DELIMITED SIZE
               INTO BLQ-PROCESSO
           END-STRING
           MOVE WS-DATA-MOVIMENTO TO BLQ-DT-REGISTRO
           COMPUTE WS-CQD-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-CQD-DT-COMPENSACAO) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CQD-INT-DATA)
               TO BLQ-DT-VALIDADE
           MOVE 'A' TO BLQ-STATUS
           WRITE REG-BLOQUEIO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR BLOQUEIO DO CHEQUE: '
                       FS-BLOQ
           END-WRITE.

       2450-GRAVAR-CHEQUE-DEPOSITADO.
           INITIALIZE REG-CHEQUE-DEPOSITADO
           MOVE WS-CQD-PROXIMO-ID TO CQD-ID
           MOVE WS-CONTA-ORIGEM-NUM TO CQD-CONTA
           MOVE WS-CONTA-ORIGEM-AGENCIA TO CQD-AGENCIA
           MOVE WS-CQD-BANCO TO CQD-BANCO-SACADO
           MOVE WS-CQD-AGENCIA TO CQD-AGENCIA-SACADA
           MOVE WS-CQD-CONTA TO CQD-CONTA-SACADA
           MOVE WS-CQD-NUMERO TO CQD-NUMERO-CHEQUE
           MOVE WS-VALOR-SOLICITADO TO CQD-VALOR
           MOVE WS-CQD-PRACA TO CQD-PRACA
           MOVE WS-DATA-MOVIMENTO TO CQD-DT-DEPOSITO
           MOVE WS-CQD-DT-COMPENSACAO TO CQD-DT-COMPENSACAO
           MOVE BLQ-ID TO CQD-BLQ-ID
           MOVE WS-TRANS-ID TO CQD-TRANS-DEP
           MOVE 'D' TO CQD-SITUACAO
           MOVE LS-OPERADOR TO CQD-OPERADOR
           WRITE REG-CHEQUE-DEPOSITADO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CHEQUE DEPOSITADO: '
                       FS-CHQDEP
           END-WRITE.

      *================================================================
       3000-SAQUE SECTION.
      *================================================================
               ACCEPT WS-VALOR-SOLICITADO
               PERFORM 3100-VALIDAR-SAQUE
               IF LS-CODIGO = 0
                   MOVE 'S' TO WS-REPSRV-OPERACAO
                   PERFORM 3170-VALIDAR-SIGNATARIO-PJ
                   MOVE 'T' TO WS-REPSRV-OPERACAO
               END-IF
               IF LS-CODIGO = 0
                   SUBTRACT WS-VALOR-SOLICITADO
           CALL 'BANKSIG' USING WS-CHAMADA-SIGNATARIO
           IF NOT SIGSRV-AUTORIZADO
               MOVE 0005 TO LS-CODIGO
           ELSE
               PERFORM 3175-VALIDAR-REPRESENTANTE-PF
           END-IF.

       3175-VALIDAR-REPRESENTANTE-PF.
      *    Conta PF com representante ativo so debita pelo CPF de
      *    representante com poder e limite para a operacao (BANKRPF).
           MOVE 'V' TO WS-REPSRV-MODO
           MOVE WS-CONTA-ORIGEM-NUM TO WS-REPSRV-CONTA
           MOVE WS-VALOR-SOLICITADO TO WS-REPSRV-VALOR
           MOVE LS-OPERADOR TO WS-REPSRV-OPERADOR
           CALL 'BANKRPF' USING WS-CHAMADA-REPRESENTANTE
           IF NOT REPSRV-AUTORIZADO
               MOVE 0005 TO LS-CODIGO
           END-IF.

       3150-CALCULAR-SAQUES-HOJE.
       3160-CALCULAR-BLOQUEIOS-ATIVOS.
      *    Soma os bloqueios parciais ativos e nao expirados da conta
      *    de origem; o total e abatido do saldo disponivel, sem
      *    travar a conta inteira como fazia o status 'B'. O valor
      *    retido em contas vinculadas (BANKESS) e o guardado em
      *    caixinhas (BANKCXS) entram no mesmo total.
           MOVE ZEROS TO WS-TOTAL-BLOQUEADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 'S' TO WS-ESCSRV-MODO
           MOVE WS-CONTA-ORIGEM-NUM TO WS-ESCSRV-CONTA
           MOVE ZEROS TO WS-ESCSRV-DATA
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           IF WS-ESCSRV-CODIGO = ZEROS
               ADD WS-ESCSRV-VALOR TO WS-TOTAL-BLOQUEADO
           END-IF
           MOVE 'S' TO WS-CXSSRV-MODO
           MOVE WS-CONTA-ORIGEM-NUM TO WS-CXSSRV-CONTA
           CALL 'BANKCXS' USING WS-CHAMADA-CAIXINHA
           IF WS-CXSSRV-CODIGO = ZEROS
               ADD WS-CXSSRV-VALOR TO WS-TOTAL-BLOQUEADO
           END-IF
           MOVE WS-CONTA-ORIGEM-NUM TO BLQ-CONTA
           START ARQBLOQ KEY IS = BLQ-CONTA
               INVALID KEY MOVE '23' TO FS-BLOQ
           COMPUTE WS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'AGENCIA' TO WS-TRANS-CANAL
           IF CTG-REPROCESSANDO
               PERFORM 9965-DESCREVER-CONTINGENCIA
           END-IF
           MOVE WS-TRANSACAO TO REG-TRANS
           WRITE REG-TRANS
           PERFORM 2800-GRAVAR-COMPROVANTE
      *    Acumula o lancamento no caixa da agencia/turno corrente,
      *    usado para conferencia do fechamento do caixa fisico.
           IF WS-TRANS-CANAL = 'AGENCIA'
               MOVE WS-TRANS-DATA TO CAIXA-DATA
               PERFORM 2710-LER-CAIXA-TURNO
               IF CAIXA-ENTRADA
                   ADD WS-TRANS-VALOR TO CAIXA-TOTAL-ENTRADAS
                   ADD WS-TRANS-VALOR TO CAIXA-SALDO-ESPERADO
               END-IF
           END-IF.

       2710-LER-CAIXA-TURNO.
      *    Posiciona o caixa da agencia da conta no turno corrente
      *    (CAIXA-DATA ja informada), zerando-o se ainda nao existe.
           MOVE WS-CONTA-ORIGEM-AGENCIA TO CAIXA-AGENCIA
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-CAIXA-HH
           EVALUATE TRUE
               WHEN WS-CAIXA-HH < 12
                   MOVE 1 TO CAIXA-TURNO
               WHEN WS-CAIXA-HH < 18
                   MOVE 2 TO CAIXA-TURNO
               WHEN OTHER
                   MOVE 3 TO CAIXA-TURNO
           END-EVALUATE
           READ ARQCAIXA
           IF FS-CAIXA-NFD
               INITIALIZE CAIXA-TOTAL-ENTRADAS CAIXA-TOTAL-SAIDAS
                          CAIXA-QTD-DEPOSITOS CAIXA-QTD-SAQUES
                          CAIXA-SALDO-ESPERADO
                          CAIXA-TOTAL-RETIDO CAIXA-QTD-RETIDAS
           END-IF.

       2750-POSTAR-RETENCAO-CAIXA.
      *    Cedulas retidas ficam sob guarda do caixa mas fora do
      *    numerario: nao entram no saldo esperado da gaveta.
           MOVE WS-DATA-MOVIMENTO TO CAIXA-DATA
           PERFORM 2710-LER-CAIXA-TURNO
           ADD WS-CDR-TOTAL-RETIDO TO CAIXA-TOTAL-RETIDO
           ADD WS-CDR-QTD TO CAIXA-QTD-RETIDAS
           IF FS-CAIXA-NFD
               WRITE REG-CAIXA
           ELSE
               REWRITE REG-CAIXA
           END-IF.

       2900-PROCESSAR-PORTABILIDADE.
      *    Portabilidade de salario: credito recebido em conta CS com
      *    instrucao ativa e reenviado no mesmo dia a instituicao de
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BANCO-PROPRIO TO WS-FAVSRV-BANCO
           MOVE ZEROS TO WS-FAVSRV-AGENCIA
           MOVE WS-CONTA-DESTINO-NUM TO WS-FAVSRV-DESTINO
           PERFORM 4270-VERIFICAR-FAVORECIDO
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-LIMSRV-FUNCAO
           MOVE WS-CONTA-ORIGEM-NUM TO WS-LIMSRV-CONTA
           MOVE 'TRF' TO WS-LIMSRV-TIPO-OP
           ELSE
               MOVE 0 TO LS-CODIGO
               IF WS-VALOR-SOLICITADO > WS-LIM-TRF-DIARIA
                   DISPLAY 'VALOR ACIMA DO LIMITE'
                   PERFORM 4250-CONFIRMAR-SENHA-ALTO-VALOR
               END-IF
           END-IF
       4250-CONFIRMAR-SENHA-ALTO-VALOR.
      *    Transferencia de alto valor exige confirmacao da senha
      *    de conta, armazenada como checksum em WS-CONTA-SENHA-HASH.
      *    Tambem confirma o cadastro de favorecido (9910).
           DISPLAY 'CONFIRME A SENHA DA CONTA'
           DISPLAY 'Senha: '
           ACCEPT WS-SENHA-INFORMADA
           PERFORM 4260-CALCULAR-HASH-SENHA
           MOVE SPACES TO WS-SENHA-DIGITADA
           MOVE WS-HASH-ACUM TO WS-SENHA-DIGITADA(1:8).

       4270-VERIFICAR-FAVORECIDO.
      *    Destino nao cadastrado ou favorecido ainda em carencia
      *    tem teto proprio, abaixo do limite diario da conta. O
      *    chamador ja preencheu banco, agencia e conta de destino.
           MOVE 'V' TO WS-FAVSRV-FUNCAO
           MOVE WS-CONTA-ORIGEM-NUM TO WS-FAVSRV-CONTA
           MOVE SPACES TO WS-FAVSRV-NOME
           MOVE WS-VALOR-SOLICITADO TO WS-FAVSRV-VALOR
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           IF WS-FAVSRV-CODIGO NOT = ZEROS
               DISPLAY WS-FAVSRV-MENSAGEM
               MOVE 0003 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
           END-IF.

       4300-EXECUTAR-TRANSFERENCIA.
      *    Debitar origem
           SUBTRACT WS-VALOR-SOLICITADO FROM WS-CONTA-ORIGEM-SALDO
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STR-BANCO-INF   TO WS-FAVSRV-BANCO
           MOVE WS-STR-AGENCIA-INF TO WS-FAVSRV-AGENCIA
           MOVE WS-STR-CONTA-INF   TO WS-FAVSRV-DESTINO
           PERFORM 4270-VERIFICAR-FAVORECIDO
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
      *    Conta PJ exige signatario com alcada (BANKSIG).
           PERFORM 3170-VALIDAR-SIGNATARIO-PJ
           IF LS-CODIGO NOT = 0
               READ ARQCONTAS KEY IS REG-CONTA-NUM
               IF FS-CONTA-OK
                   MOVE REG-CONTA TO WS-CONTA-DESTINO
                   MOVE WS-BANCO-PROPRIO TO WS-FAVSRV-BANCO
                   MOVE ZEROS TO WS-FAVSRV-AGENCIA
                   MOVE WS-CONTA-DESTINO-NUM TO WS-FAVSRV-DESTINO
                   PERFORM 4270-VERIFICAR-FAVORECIDO
                   IF LS-CODIGO NOT = 0
                       EXIT SECTION
                   END-IF
                   PERFORM 4370-SCREENING-CONTRAPARTE
                   IF WTC-NA-LISTA
                       PERFORM 4380-RETER-TRANSF-VIGILANCIA
           READ ARQTRANS KEY IS WS-TRANS-ID
           IF FS-TRANS-OK
               MOVE REG-TRANS TO WS-TRANSACAO
      *        Operador nao estorna lancamento de conta propria nem
      *        de parente, de nenhum dos lados da transacao.
               MOVE WS-TRANS-CONTA-ORG TO WS-PRM-CONTA
               CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
               IF PRM-AUTORIZADO AND WS-TRANS-CONTA-DEST > ZEROS
                   MOVE WS-TRANS-CONTA-DEST TO WS-PRM-CONTA
                   CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
               END-IF
               MOVE ZEROS TO WS-PRM-CONTA
               IF NOT PRM-AUTORIZADO
                   DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
                   MOVE 0005 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               IF WS-TRANS-STATUS = 'E'
                   MOVE 'X' TO WS-TRANS-STATUS
                   MOVE WS-TRANSACAO TO REG-TRANS
                   REWRITE REG-TRANS
                   PERFORM 9190-CONTAR-ALTERACAO-TRANS
      *            Transacao ja gravada mudando de situacao vai para
      *            a trilha (o feed de alteracoes do BANKCDC a le).
                   MOVE LS-OPERADOR TO WS-AUD-OPERADOR
                   MOVE 'BANKTRAN.DAT' TO WS-AUD-ARQUIVO
                   MOVE WS-TRANS-ID TO WS-AUD-CHAVE
                   MOVE 'STATUS' TO WS-AUD-CAMPO
                   MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                   MOVE 'E' TO WS-AUD-ANTES(1:1)
                   MOVE 'X' TO WS-AUD-DEPOIS(1:1)
                   CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
      *            Estornar valores nas contas
                   PERFORM 9100-REVERTER-VALORES
                   DISPLAY 'TRANSACAO ESTORNADA!'
           MOVE WS-CONTA TO REG-CONTA
           REWRITE REG-CONTA.

       9190-CONTAR-ALTERACAO-TRANS.
      *    Transacao regravada com outra situacao: o extrato do
      *    movimento do dia (BANKMOV) gerado antes fica desatualizado.
           OPEN I-O ARQMOVCTL
           IF FS-MOVCTL = '35'
               OPEN OUTPUT ARQMOVCTL
               MOVE ZEROS TO MVC-QTD-ALTERACOES
               MOVE '35' TO FS-MOVCTL
           ELSE
               READ ARQMOVCTL
                   AT END MOVE ZEROS TO MVC-QTD-ALTERACOES
               END-READ
           END-IF
           IF MVC-QTD-ALTERACOES = 999999999
               MOVE ZEROS TO MVC-QTD-ALTERACOES
           END-IF
           ADD 1 TO MVC-QTD-ALTERACOES
           MOVE FUNCTION CURRENT-DATE(1:8) TO MVC-DT-ULT-ALTERACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO MVC-HR-ULT-ALTERACAO
           IF FS-MOVCTL = '00'
               REWRITE REG-MOVCTL
           ELSE
               WRITE REG-MOVCTL
           END-IF
           CLOSE ARQMOVCTL.

       9400-AGENDAR-TRANSACAO.
           DISPLAY '--- AGENDAR TRANSACAO (DATA FUTURA) ---'
           DISPLAY 'Tipo (DEP/SAQ/TED/DOC/PIX/PAG): '
           MOVE 0 TO LS-CODIGO.

       9600-POSTAR-TRANSACAO-AGENDADA.
      *    Debito agendado nao invade valor bloqueado nem retido em
      *    conta vinculada: fica pendente para a proxima execucao.
           IF WS-TRANS-TIPO NOT = 'DEP'
               MOVE WS-TRANS-CONTA-ORG TO WS-CONTA-ORIGEM-NUM
               MOVE WS-TRANS-CONTA-ORG TO REG-CONTA-NUM
               READ ARQCONTAS KEY IS REG-CONTA-NUM
               IF FS-CONTA-OK
                   PERFORM 3160-CALCULAR-BLOQUEIOS-ATIVOS
                   IF WS-TOTAL-BLOQUEADO > ZEROS
                      AND WS-TRANS-VALOR >
                          (REG-CONTA-SALDO + REG-CONTA-LIMITE
                           - WS-TOTAL-BLOQUEADO)
                       DISPLAY 'AGENDADA ' WS-TRANS-ID
                           ' PENDENTE - VALOR BLOQUEADO OU VINCULADO'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-TRANS-TIPO
               WHEN 'DEP'
                   MOVE WS-TRANS-CONTA-ORG TO REG-CONTA-NUM
               END-IF
               MOVE WS-TRANSACAO TO REG-TRANS
               REWRITE REG-TRANS
               PERFORM 9190-CONTAR-ALTERACAO-TRANS
               PERFORM 2800-GRAVAR-COMPROVANTE
      *        Aviso de agendamento executado
               MOVE WS-TRANS-CONTA-ORG TO WS-NOT-CONTA
               PERFORM 4090-DESTRAVAR-AMBAS-CONTAS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3160-CALCULAR-BLOQUEIOS-ATIVOS
           COMPUTE WS-CONTA-ORIGEM-SALDO-DISPONIVEL =
               WS-CONTA-ORIGEM-SALDO + WS-CONTA-ORIGEM-LIMITE
               - WS-TOTAL-BLOQUEADO
           IF WS-DEV-VALOR > WS-CONTA-ORIGEM-SALDO-DISPONIVEL
               DISPLAY 'SALDO INSUFICIENTE NA CONTA RECEBEDORA'
               PERFORM 4090-DESTRAVAR-AMBAS-CONTAS
      *================================================================
       9760-INICIO.
      *    Intake do arquivo de creditos recebidos da compensacao:
      *    credita as nossas contas; conta desconhecida ou inativa
      *    fica retida na conta transitoria (BANKSUS) e so vai para
      *    a lista de devolucao BANKSTR.DEV se a retencao falhar.
           DISPLAY '--- CREDITOS INTERBANCARIOS RECEBIDOS ---'
           MOVE ZEROS TO WS-STR-QTD-RECEBIDAS WS-STR-QTD-DEVOLV
                         WS-STR-QTD-TRANSIT
           OPEN INPUT ARQSTRIN
           IF FS-STRIN-NFD
               DISPLAY 'SEM ARQUIVO DE ENTRADA BANKSTR.IN'
           CLOSE ARQSTRIN ARQSTRDEV
           DISPLAY 'CREDITOS POSTADOS:  ' WS-STR-QTD-RECEBIDAS
           DISPLAY 'CREDITOS DEVOLVIDOS:' WS-STR-QTD-DEVOLV
           DISPLAY 'RETIDOS TRANSITORIA:' WS-STR-QTD-TRANSIT
           EXIT SECTION.

       9765-POSTAR-CREDITO-RECEBIDO.
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR REG-CONTA-STATUS NOT = 'A'
               PERFORM 9768-RETER-CREDITO-RECEBIDO
               IF WS-SUSSRV-CODIGO = ZEROS
                   ADD 1 TO WS-STR-QTD-TRANSIT
                   EXIT PARAGRAPH
               END-IF
               MOVE STRIN-VALOR TO WS-STR-VL-DISP
               MOVE SPACES TO WS-STR-LINHA
               STRING 'DEVOLUCAO BANCO ' DELIMITED SIZE
           END-IF
           ADD 1 TO WS-STR-QTD-RECEBIDAS.

       9768-RETER-CREDITO-RECEBIDO.
           MOVE 'I' TO WS-SUSSRV-MODO
           MOVE 'BANKSTR.IN  ' TO WS-SUSSRV-INTERFACE
           IF FS-CONTA-OK
               MOVE 'CE' TO WS-SUSSRV-MOTIVO
           ELSE
               MOVE 'CI' TO WS-SUSSRV-MOTIVO
           END-IF
           MOVE SPACES TO WS-SUSSRV-REFERENCIA
           STRING 'BANCO ' DELIMITED SIZE
                  STRIN-BANCO-ORIGEM DELIMITED SIZE
                  ' NSU ' DELIMITED SIZE
                  STRIN-NSU-ORIGEM DELIMITED SIZE
               INTO WS-SUSSRV-REFERENCIA
           END-STRING
           MOVE STRIN-CONTA-DEST TO WS-SUSSRV-CONTA
           MOVE STRIN-VALOR TO WS-SUSSRV-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-SUSSRV-DATA
           MOVE REG-STRIN TO WS-SUSSRV-REGISTRO
           CALL 'BANKSUS' USING WS-CHAMADA-TRANSITORIA
           IF WS-SUSSRV-CODIGO NOT = ZEROS
               DISPLAY 'TRANSITORIA: ' WS-SUSSRV-MENSAGEM
           END-IF.

      *================================================================
       9780-PROCESSAR-PIX-RECEBIDOS SECTION.
      *================================================================
      *    Fila de PIX recebidos do PSP (BANKPIX.IN): resolve a
      *    chave em BANKPIX.DAT, credita a conta com o identificador
      *    fim-a-fim gravado na transacao e devolve ao PSP o arquivo
      *    de situacao BANKPIX.STA; chave ou conta invalida fica
      *    retida na conta transitoria (BANKSUS), o demais rejeitado
      *    e devolvido na origem.
           DISPLAY '--- PIX RECEBIDOS (FILA DE ENTRADA) ---'
      *    Critica de chegada (BANKIFC): fila ja aceita nao posta
      *    duas vezes, trailer invalido nao posta.
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-PXI-QTD-ACEITOS WS-PXI-QTD-REJEIT
                         WS-PXI-QTD-TRANSIT
           OPEN INPUT ARQPIXIN
           IF FS-PIXIN-NFD
               DISPLAY 'SEM FILA DE ENTRADA BANKPIX.IN'
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           DISPLAY 'PIX ACEITOS:    ' WS-PXI-QTD-ACEITOS
           DISPLAY 'PIX DEVOLVIDOS: ' WS-PXI-QTD-REJEIT
           DISPLAY 'PIX RETIDOS:    ' WS-PXI-QTD-TRANSIT
           EXIT SECTION.

       9785-POSTAR-PIX-RECEBIDO.
           WRITE REG-PIXSTA.

       9790-REJEITAR-PIX-RECEBIDO.
      *    Valor recebido sem chave ou conta valida nao volta ao PSP:
      *    fica na transitoria para a operacao identificar o
      *    favorecido ou devolver.
           IF PXI-VALOR > ZEROS
               MOVE 'I' TO WS-SUSSRV-MODO
               MOVE 'BANKPIX.IN  ' TO WS-SUSSRV-INTERFACE
               IF WS-PXI-MOTIVO = 'CONTA INDISPONIVEL'
                   MOVE 'CE' TO WS-SUSSRV-MOTIVO
                   MOVE PIX-CONTA-NUM TO WS-SUSSRV-CONTA
               ELSE
                   MOVE 'CH' TO WS-SUSSRV-MOTIVO
                   MOVE ZEROS TO WS-SUSSRV-CONTA
               END-IF
               MOVE PXI-E2E TO WS-SUSSRV-REFERENCIA
               MOVE PXI-VALOR TO WS-SUSSRV-VALOR
               MOVE WS-DATA-MOVIMENTO TO WS-SUSSRV-DATA
               MOVE REG-PIXIN TO WS-SUSSRV-REGISTRO
               CALL 'BANKSUS' USING WS-CHAMADA-TRANSITORIA
               IF WS-SUSSRV-CODIGO = ZEROS
                   ADD 1 TO WS-PXI-QTD-TRANSIT
                   MOVE SPACES TO WS-PXI-LINHA
                   STRING PXI-E2E DELIMITED SIZE
                          ' RETIDO-TRANSITORIA ' DELIMITED SIZE
                          WS-PXI-MOTIVO DELIMITED SIZE
                       INTO WS-PXI-LINHA
                   END-STRING
                   MOVE WS-PXI-LINHA TO REG-PIXSTA
                   WRITE REG-PIXSTA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'TRANSITORIA: ' WS-SUSSRV-MENSAGEM
           END-IF
           ADD 1 TO WS-PXI-QTD-REJEIT
           MOVE SPACES TO WS-PXI-LINHA
           STRING PXI-E2E DELIMITED SIZE
               ADD 1 TO WS-CRD-QTD-NEGADAS
               EXIT PARAGRAPH
           END-IF
           MOVE CRD-CONTA TO WS-CONTA-ORIGEM-NUM
           PERFORM 3160-CALCULAR-BLOQUEIOS-ATIVOS
           IF CDI-VALOR >
              (REG-CONTA-SALDO + REG-CONTA-LIMITE
               - WS-TOTAL-BLOQUEADO)
               DISPLAY 'CARTAO ' CDI-CARTAO-ID
                   ' SEM SALDO DISPONIVEL - COMPRA NEGADA'
               ADD 1 TO WS-CRD-QTD-NEGADAS
           END-STRING
           WRITE REG-LOTEREJ.

      *================================================================
       9900-FAVORECIDOS SECTION.
      *================================================================
       9900-INICIO.
      *    Cadastro de favorecidos confiaveis da conta (BANKFAV):
      *    16 cadastra com senha da conta, 17 lista, 18 exclui.
           DISPLAY 'Conta Origem: '
           ACCEPT WS-CONTA-ORIGEM-NUM
           PERFORM 2100-BUSCAR-CONTA-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE WS-CONTA-ORIGEM-NUM TO WS-FAVSRV-CONTA
           MOVE ZEROS TO WS-FAVSRV-VALOR
           EVALUATE WS-OPCAO-TRAN
               WHEN '16'  PERFORM 9910-CADASTRAR-FAVORECIDO
               WHEN '17'  PERFORM 9920-LISTAR-FAVORECIDOS
               WHEN '18'  PERFORM 9930-EXCLUIR-FAVORECIDO
           END-EVALUATE
           EXIT SECTION.

       9910-CADASTRAR-FAVORECIDO.
           PERFORM 9940-COLETAR-FAVORECIDO
           DISPLAY 'Nome do favorecido (branco = titular da conta): '
           ACCEPT WS-FAVSRV-NOME
           PERFORM 4250-CONFIRMAR-SENHA-ALTO-VALOR
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'I' TO WS-FAVSRV-FUNCAO
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE WS-FAVSRV-CODIGO TO LS-CODIGO.

       9920-LISTAR-FAVORECIDOS.
           MOVE 'L' TO WS-FAVSRV-FUNCAO
           MOVE ZEROS TO WS-FAVSRV-BANCO WS-FAVSRV-AGENCIA
           MOVE SPACES TO WS-FAVSRV-DESTINO WS-FAVSRV-NOME
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE 0 TO LS-CODIGO.

       9930-EXCLUIR-FAVORECIDO.
           PERFORM 9940-COLETAR-FAVORECIDO
           DISPLAY 'Confirmar exclusao do favorecido? (S/N): '
           ACCEPT WS-CONFIRMACAO
           IF WS-CONFIRMACAO NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-FAVSRV-FUNCAO
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE WS-FAVSRV-CODIGO TO LS-CODIGO.

       9940-COLETAR-FAVORECIDO.
      *    Conta da casa e identificada so pelo numero; de outro
      *    banco vai com agencia e conta como informadas.
           MOVE SPACES TO WS-FAVSRV-DESTINO WS-FAVSRV-NOME
           MOVE ZEROS TO WS-FAVSRV-AGENCIA
           DISPLAY 'Banco do favorecido (3 digitos, 001 = nosso): '
           ACCEPT WS-FAVSRV-BANCO
           IF WS-FAVSRV-BANCO = WS-BANCO-PROPRIO
               DISPLAY 'Conta do favorecido: '
               ACCEPT WS-CONTA-DESTINO-NUM
               MOVE WS-CONTA-DESTINO-NUM TO WS-FAVSRV-DESTINO
           ELSE
               DISPLAY 'Agencia do favorecido (4 digitos): '
               ACCEPT WS-FAVSRV-AGENCIA
               DISPLAY 'Conta do favorecido na instituicao: '
               ACCEPT WS-FAVSRV-DESTINO
           END-IF.

      *================================================================
       9950-REPROCESSAR-CONTINGENCIA SECTION.
      *================================================================
       9950-INICIO.
      *    Posta o diario de contingencia em ordem de captura pelas
      *    criticas normais de deposito e saque. Conta travada por
      *    outro caixa fica pendente para a proxima passada; o que
      *    falhar vai para a fila de revisao do BANKCTG.
           DISPLAY '--- REPROCESSO DA CONTINGENCIA DE CAIXA ---'
           MOVE ZEROS TO WS-CTG-QTD-EFET WS-CTG-QTD-REV
                         WS-CTG-QTD-ADIADO
           MOVE 'S' TO WS-CTG-REPROCESSO
           MOVE ZEROS TO CTG-ID
           START ARQCONTING KEY IS >= CTG-ID
               INVALID KEY MOVE '10' TO FS-CONTING
           END-START
           PERFORM UNTIL FS-CTG-EOF
               READ ARQCONTING NEXT
                   AT END MOVE '10' TO FS-CONTING
               END-READ
               IF FS-CTG-OK AND CTG-PENDENTE
                   PERFORM 9960-REPROCESSAR-ITEM
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTING
           MOVE 'N' TO WS-CTG-REPROCESSO
           DISPLAY 'EFETIVADOS: ' WS-CTG-QTD-EFET
               '  EM REVISAO: ' WS-CTG-QTD-REV
               '  ADIADOS (CONTA EM USO): ' WS-CTG-QTD-ADIADO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       9960-REPROCESSAR-ITEM.
           MOVE CTG-CONTA TO WS-CONTA-ORIGEM-NUM
           MOVE CTG-CONTA TO WS-LCKSRV-CHAVE
           PERFORM 2050-TRAVAR-CONTA
           IF TRAVA-OCUPADA
               ADD 1 TO WS-CTG-QTD-ADIADO
               EXIT PARAGRAPH
           END-IF
           MOVE CTG-VALOR TO WS-VALOR-SOLICITADO
           MOVE 9999 TO LS-CODIGO
           PERFORM 2100-BUSCAR-CONTA-ORIGEM
           IF LS-CODIGO = 0
               IF CTG-DEPOSITO
                   PERFORM 9962-REPROCESSAR-DEPOSITO
               ELSE
      *            A alcada de signatario PJ foi conferida no balcao
      *            na captura; aqui valem saldo, bloqueios, KYC e
      *            limite diario.
                   PERFORM 3100-VALIDAR-SAQUE
                   IF LS-CODIGO = 0
                       SUBTRACT WS-VALOR-SOLICITADO
                           FROM WS-CONTA-ORIGEM-SALDO
                       PERFORM 2200-ATUALIZAR-CONTA-ORIGEM
                       IF LS-CODIGO = 0
                           PERFORM 3200-REGISTRAR-TRANSACAO-SAQ
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF LS-CODIGO = 0
               MOVE 'E' TO CTG-SITUACAO
               MOVE WS-TRANS-ID TO CTG-TRANS-ID
               MOVE WS-TRANS-NSU TO CTG-NSU-DEF
               MOVE SPACES TO CTG-MOTIVO
               ADD 1 TO WS-CTG-QTD-EFET
           ELSE
               MOVE 'R' TO CTG-SITUACAO
               PERFORM 9970-MOTIVO-REVISAO
               ADD 1 TO WS-CTG-QTD-REV
               DISPLAY 'CONTINGENCIA ' CTG-NSU-PROV ' CONTA '
                   CTG-CONTA ' PARA REVISAO: ' CTG-MOTIVO
           END-IF
           MOVE WS-DATA-MOVIMENTO TO CTG-DT-REPROC
           REWRITE REG-CONTING
           MOVE CTG-CONTA TO WS-LCKSRV-CHAVE
           PERFORM 2060-DESTRAVAR-CONTA.

       9962-REPROCESSAR-DEPOSITO.
           IF WS-VALOR-SOLICITADO <= ZEROS
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR-SOLICITADO TO WS-CONTA-ORIGEM-SALDO
           PERFORM 2200-ATUALIZAR-CONTA-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-REGISTRAR-TRANSACAO-DEP
           IF WS-CONTA-ORIGEM-TIPO = 'CS'
               MOVE WS-CONTA-ORIGEM-NUM TO WS-PRT-CONTA-CRED
               MOVE WS-VALOR-SOLICITADO TO WS-PRT-VALOR-CRED
               PERFORM 2900-PROCESSAR-PORTABILIDADE
           END-IF
           MOVE 0 TO LS-CODIGO.

       9965-DESCREVER-CONTINGENCIA.
           MOVE 'CONTING' TO WS-TRANS-CANAL
           MOVE SPACES TO WS-TRANS-DESCRICAO
           STRING WS-TRANS-TIPO           DELIMITED SIZE
                  ' em contingencia NSU provisorio ' DELIMITED SIZE
                  CTG-NSU-PROV            DELIMITED SIZE
                  ' agencia '             DELIMITED SIZE
                  CTG-AGENCIA             DELIMITED SIZE
               INTO WS-TRANS-DESCRICAO
           END-STRING.

       9970-MOTIVO-REVISAO.
           EVALUATE LS-CODIGO
               WHEN 0001
                   MOVE 'SALDO INSUFICIENTE NO REPROCESSO'
                       TO CTG-MOTIVO
               WHEN 0002
                   MOVE 'CONTA NAO ENCONTRADA' TO CTG-MOTIVO
               WHEN 0003
                   MOVE 'EXCEDE LIMITE DIARIO OU VALOR INVALIDO'
                       TO CTG-MOTIVO
               WHEN 0004
                   MOVE 'CONTA BLOQUEADA/ENCERRADA OU KYC RESTRITO'
                       TO CTG-MOTIVO
               WHEN OTHER
                   MOVE 'ERRO NA ATUALIZACAO DA CONTA' TO CTG-MOTIVO
           END-EVALUATE.

      *================================================================
       9980-LAUDO-CEDULA-RETIDA SECTION.
      *================================================================
       9980-INICIO.
      *    Resultado do exame do Banco Central: cedula legitima e
      *    creditada ao cliente (canal BACEN, fora do caixa fisico);
      *    falsa apenas encerra a retencao.
           DISPLAY '--- LAUDO DO BANCO CENTRAL - CEDULA RETIDA ---'
           DISPLAY 'ID da cedula retida: '
           ACCEPT CDR-ID
           READ ARQCEDRET
               INVALID KEY
                   DISPLAY 'CEDULA RETIDA NAO ENCONTRADA'
                   MOVE 0002 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           IF NOT CDR-AGUARDA-LAUDO
               DISPLAY 'CEDULA JA COM LAUDO REGISTRADO (SIT '
                   CDR-SITUACAO ')'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE CDR-VALOR TO WS-VALOR-DISPLAY
           DISPLAY 'CONTA ' CDR-CONTA '  RECIBO ' CDR-RECIBO
               '  RETIDA EM ' CDR-DT-RETENCAO
           DISPLAY 'CEDULA R$ ' WS-VALOR-DISPLAY '  SERIE ' CDR-SERIE
           DISPLAY 'Laudo (G = legitima, F = falsa): '
           ACCEPT WS-CDR-LAUDO
           EVALUATE WS-CDR-LAUDO
               WHEN 'F'
      *            Cedula ainda nao remetida sai da guarda do
      *            caixa com o laudo; a remetida ja saiu no 9990.
                   IF CDR-RETIDA
                       PERFORM 9994-BAIXAR-RETENCAO-CAIXA
                   END-IF
                   MOVE 'F' TO CDR-SITUACAO
                   MOVE WS-DATA-MOVIMENTO TO CDR-DT-LAUDO
                   REWRITE REG-CEDULA-RETIDA
                   DISPLAY 'CEDULA FALSA - RETENCAO ENCERRADA'
                   MOVE 0 TO LS-CODIGO
               WHEN 'G'
                   PERFORM 9982-CREDITAR-CEDULA-LEGITIMA
               WHEN OTHER
                   DISPLAY 'LAUDO INVALIDO'
                   MOVE 0003 TO LS-CODIGO
           END-EVALUATE
           EXIT SECTION.

       9982-CREDITAR-CEDULA-LEGITIMA.
           MOVE CDR-CONTA TO WS-CONTA-ORIGEM-NUM WS-LCKSRV-CHAVE
           PERFORM 2050-TRAVAR-CONTA
           IF TRAVA-OCUPADA
               MOVE 0004 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-BUSCAR-CONTA-ORIGEM
           IF LS-CODIGO NOT = 0
               DISPLAY 'CREDITO NAO EFETUADO - CEDULA CONTINUA '
                   'AGUARDANDO LAUDO'
           ELSE
               ADD CDR-VALOR TO WS-CONTA-ORIGEM-SALDO
               PERFORM 2200-ATUALIZAR-CONTA-ORIGEM
               PERFORM 9984-REGISTRAR-CREDITO-CEDULA
               IF CDR-RETIDA
                   PERFORM 9994-BAIXAR-RETENCAO-CAIXA
               END-IF
               MOVE 'G' TO CDR-SITUACAO
               MOVE WS-DATA-MOVIMENTO TO CDR-DT-LAUDO
               MOVE WS-TRANS-ID TO CDR-TRANS-CREDITO
               REWRITE REG-CEDULA-RETIDA
               MOVE CDR-VALOR TO WS-VALOR-DISPLAY
               DISPLAY 'CEDULA LEGITIMA - CREDITADO R$ '
                   WS-VALOR-DISPLAY ' NA CONTA ' CDR-CONTA
           END-IF
           MOVE CDR-CONTA TO WS-LCKSRV-CHAVE
           PERFORM 2060-DESTRAVAR-CONTA.

       9984-REGISTRAR-CREDITO-CEDULA.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO WS-TRANS-ID
           MOVE CDR-CONTA TO WS-TRANS-CONTA-ORG
           MOVE ZEROS TO WS-TRANS-CONTA-DEST
           MOVE 'DEP' TO WS-TRANS-TIPO
           MOVE CDR-VALOR TO WS-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TRANS-HORA
           MOVE SPACES TO WS-TRANS-DESCRICAO
           STRING 'Cedula retida legitima recibo ' DELIMITED SIZE
                  CDR-RECIBO                       DELIMITED SIZE
               INTO WS-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO WS-TRANS-STATUS
           COMPUTE WS-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'BACEN' TO WS-TRANS-CANAL
           MOVE WS-TRANSACAO TO REG-TRANS
           WRITE REG-TRANS
           PERFORM 2800-GRAVAR-COMPROVANTE.

      *================================================================
       9990-REMESSA-CEDULAS-BC SECTION.
      *================================================================
       9990-INICIO.
      *    Remessa periodica ao Banco Central das cedulas retidas
      *    ainda nao enviadas; cada uma passa a 'E' aguardando o
      *    laudo. A remessa entra no log de despachos.
           DISPLAY '--- REMESSA DE CEDULAS RETIDAS AO BANCO CENTRAL ---'
           MOVE ZEROS TO WS-CDR-QTD-REMESSA
           OPEN OUTPUT ARQCEDBC
           MOVE ZEROS TO CDR-ID
           START ARQCEDRET KEY IS >= CDR-ID
               INVALID KEY MOVE '10' TO FS-CEDRET
           END-START
           PERFORM UNTIL FS-CDR-EOF
               READ ARQCEDRET NEXT
                   AT END MOVE '10' TO FS-CEDRET
               END-READ
               IF FS-CDR-OK AND CDR-RETIDA
                   PERFORM 9992-REMETER-CEDULA
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CEDRET
           MOVE SPACES TO WS-CDR-LINHA
           MOVE 'TRL' TO WS-CDR-LINHA(1:3)
           MOVE WS-CDR-QTD-REMESSA TO WS-CDR-LINHA(4:7)
           WRITE REG-CEDBC FROM WS-CDR-LINHA
           CLOSE ARQCEDBC
           MOVE 'S' TO WS-IFCSRV-MODO
           MOVE 'BANKCEDR.BC ' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           DISPLAY 'CEDULAS REMETIDAS: ' WS-CDR-QTD-REMESSA
           EXIT SECTION.

       9992-REMETER-CEDULA.
           MOVE SPACES TO WS-CDR-LINHA
           STRING 'CED'            DELIMITED SIZE
                  CDR-ID           DELIMITED SIZE
                  CDR-AGENCIA      DELIMITED SIZE
                  CDR-CONTA        DELIMITED SIZE
                  CDR-DT-RETENCAO  DELIMITED SIZE
                  CDR-DENOMINACAO  DELIMITED SIZE
                  CDR-SERIE        DELIMITED SIZE
                  CDR-RECIBO       DELIMITED SIZE
               INTO WS-CDR-LINHA
           END-STRING
           WRITE REG-CEDBC FROM WS-CDR-LINHA
           PERFORM 9994-BAIXAR-RETENCAO-CAIXA
           MOVE 'E' TO CDR-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO CDR-DT-ENVIO-BC
           REWRITE REG-CEDULA-RETIDA
           ADD 1 TO WS-CDR-QTD-REMESSA.

       9994-BAIXAR-RETENCAO-CAIXA.
      *    Cedula deixa a guarda do caixa: sai do retido do turno
      *    que a reteve (agencia, data e hora da retencao).
           MOVE CDR-AGENCIA TO CAIXA-AGENCIA
           MOVE CDR-DT-RETENCAO TO CAIXA-DATA
           MOVE CDR-HORA(1:2) TO WS-CAIXA-HH
           EVALUATE TRUE
               WHEN WS-CAIXA-HH < 12
                   MOVE 1 TO CAIXA-TURNO
               WHEN WS-CAIXA-HH < 18
                   MOVE 2 TO CAIXA-TURNO
               WHEN OTHER
                   MOVE 3 TO CAIXA-TURNO
           END-EVALUATE
           READ ARQCAIXA
           IF FS-CAIXA-NFD
               EXIT PARAGRAPH
           END-IF
           SUBTRACT CDR-VALOR FROM CAIXA-TOTAL-RETIDO
           IF CAIXA-QTD-RETIDAS > ZEROS
               SUBTRACT 1 FROM CAIXA-QTD-RETIDAS
           END-IF
           REWRITE REG-CAIXA.

      *================================================================
       9999-FIM.
      *================================================================
