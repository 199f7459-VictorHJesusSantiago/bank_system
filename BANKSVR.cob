      *================================================================
      * BANKSVR.COB - Valores a Receber (SVR) de Ex-Clientes
      * Sistema Bancario COBOL - Ponto de Entrada Batch
      * Depois do encerramento (6000-ENCERRAR-CONTA do BANKACCT)
      * ainda podem cair valores na conta: creditos atrasados,
      * tarifas estornadas, contestacoes de BANKDISP.DAT julgadas
      * procedentes. Este lote localiza toda conta encerrada
      * (status 'E') com saldo credor e gera o arquivo de valores a
      * receber ao regulador (BANKSVR.TXT), ordenado por CPF, com a
      * data do encerramento (fim do vinculo de titular no diario
      * BANKVINC.DAT, ou a ultima atualizacao da conta) e o total de
      * creditos lancados depois dela em BANKTRAN.DAT. Conta
      * encerrada com credito posterior mas sem saldo credor que o
      * cubra sai no log como divergencia para a retaguarda.
      * Antes da apuracao, as instrucoes de resgate do dia
      * (BANKSVR.IN - uma linha por conta encerrada, com a conta de
      * destino do ex-cliente em outro banco) sao processadas: o
      * residuo vai pela fila de liquidacao TED (BANKSTR.DAT) que o
      * BANKTRAN emite no corte, a transacao e registrada e o saldo
      * da conta encerrada e zerado. O retorno BANKSVR.RET devolve a
      * ocorrencia de cada instrucao. O arquivo ao regulador sai so
      * com os valores ainda pendentes.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSVR.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTA-NUM
               ALTERNATE RECORD KEY IS REG-CONTA-CPF WITH DUPLICATES
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TRANS-ID
               ALTERNATE RECORD KEY IS REG-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQVINCULO ASSIGN TO 'BANKVINC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS FS-VINCULO.

           SELECT ARQSTR ASSIGN TO 'BANKSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-ID
               FILE STATUS IS FS-STR.

           SELECT ARQSVRIN ASSIGN TO 'BANKSVR.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SVRIN.

           SELECT ARQSVRRET ASSIGN TO 'BANKSVR.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SVRRET.

           SELECT ARQSVRDOC ASSIGN TO 'BANKSVR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SVRDOC.

           SELECT ARQENCERR ASSIGN TO 'BANKSVRE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVE-CONTA
               FILE STATUS IS FS-ENCERR.

           SELECT ARQTRABALHO ASSIGN TO 'BANKSVRW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVW-CHAVE
               FILE STATUS IS FS-TRABALHO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  REG-CONTA-NUM         PIC 9(10).
           05  REG-CONTA-AGENCIA     PIC 9(4).
           05  REG-CONTA-DIGITO      PIC 9(1).
           05  REG-CONTA-TIPO        PIC X(2).
           05  REG-CONTA-STATUS      PIC X(1).
           05  REG-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  REG-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  REG-CONTA-TITULAR     PIC X(60).
           05  REG-CONTA-CPF         PIC X(11).
           05  REG-CONTA-EMAIL       PIC X(80).
           05  REG-CONTA-TELEFONE    PIC X(15).
           05  REG-CONTA-DT-ABERTURA PIC 9(8).
           05  REG-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  REG-CONTA-SENHA-HASH  PIC X(64).
           05  REG-CONTA-COTIT-NOME  PIC X(60).
           05  REG-CONTA-COTIT-CPF   PIC X(11).
           05  REG-CONTA-CLI-ID   PIC 9(10).
           05  REG-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  REG-TRANS-ID          PIC 9(15).
           05  REG-TRANS-CONTA-ORG   PIC 9(10).
           05  REG-TRANS-CONTA-DEST  PIC 9(10).
           05  REG-TRANS-TIPO        PIC X(3).
           05  REG-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  REG-TRANS-DATA        PIC 9(8).
           05  REG-TRANS-HORA        PIC 9(6).
           05  REG-TRANS-DESCRICAO   PIC X(100).
           05  REG-TRANS-STATUS      PIC X(1).
           05  REG-TRANS-NSU         PIC 9(12).
           05  REG-TRANS-CANAL       PIC X(10).
           05  REG-TRANS-MOEDA      PIC X(3).

       FD  ARQVINCULO.
       01  REG-VINCULO.
           05  VNC-CHAVE.
               10  VNC-DATA          PIC 9(8).
               10  VNC-CONTA         PIC 9(10).
               10  VNC-CPF           PIC X(11).
               10  VNC-TIPO          PIC X(1).
                   88  VNC-TITULAR   VALUE 'T'.
               10  VNC-EVENTO        PIC X(1).
                   88  VNC-FIM       VALUE 'F'.
           05  VNC-AGENCIA           PIC 9(4).
           05  VNC-HORA              PIC 9(6).
           05  VNC-REMESSA           PIC 9(6).

       FD  ARQSTR.
       01  REG-STR.
           05  STR-ID                PIC 9(10).
           05  STR-BANCO-DEST        PIC 9(3).
           05  STR-AGENCIA-DEST      PIC 9(4).
           05  STR-CONTA-DEST        PIC X(20).
           05  STR-FAVORECIDO        PIC X(40).
           05  STR-CONTA-ORIGEM      PIC 9(10).
           05  STR-VALOR             PIC S9(13)V99 COMP-3.
           05  STR-DATA              PIC 9(8).
           05  STR-NSU               PIC 9(12).
           05  STR-SITUACAO          PIC X(1).
               88  STR-NA-FILA       VALUE 'Q'.

      *    Instrucao de resgate: conta encerrada, CPF do ex-cliente
      *    (em claro), valor consultado e conta de destino.
       FD  ARQSVRIN.
       01  REG-SVRIN.
           05  SVI-CONTA             PIC 9(10).
           05  SVI-CPF               PIC X(11).
           05  SVI-VALOR             PIC 9(13)V99.
           05  SVI-BANCO-DEST        PIC 9(3).
           05  SVI-AGENCIA-DEST      PIC 9(4).
           05  SVI-CONTA-DEST        PIC X(20).
           05  SVI-FAVORECIDO        PIC X(40).

       FD  ARQSVRRET.
       01  REG-SVRRET                PIC X(132).

       FD  ARQSVRDOC.
       01  REG-SVRDOC                PIC X(132).

      *    Data de encerramento por conta, colhida do diario de
      *    vinculos (recriado a cada execucao).
       FD  ARQENCERR.
       01  REG-ENCERR.
           05  SVE-CONTA             PIC 9(10).
           05  SVE-DATA              PIC 9(8).

      *    Valores a receber ordenados por CPF (recriado a cada
      *    execucao).
       FD  ARQTRABALHO.
       01  REG-TRABALHO.
           05  SVW-CHAVE.
               10  SVW-CPF           PIC X(11).
               10  SVW-CONTA         PIC 9(10).
           05  SVW-AGENCIA           PIC 9(4).
           05  SVW-DT-ENCERRAMENTO   PIC 9(8).
           05  SVW-VALOR             PIC S9(13)V99 COMP-3.
           05  SVW-CREDITOS-POS      PIC S9(13)V99 COMP-3.
           05  SVW-COTIT-CPF         PIC X(11).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SVR-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-VINCULO           PIC XX.
               88  FS-VNC-OK        VALUE '00'.
               88  FS-VNC-EOF       VALUE '10'.
           05  FS-STR               PIC XX.
               88  FS-STR-OK        VALUE '00'.
           05  FS-SVRIN             PIC XX.
               88  FS-SVI-OK        VALUE '00'.
               88  FS-SVI-EOF       VALUE '10'.
               88  FS-SVI-NFD       VALUE '35'.
           05  FS-SVRRET            PIC XX.
           05  FS-SVRDOC            PIC XX.
           05  FS-ENCERR            PIC XX.
               88  FS-SVE-OK        VALUE '00'.
           05  FS-TRABALHO          PIC XX.
               88  FS-SVW-OK        VALUE '00'.
               88  FS-SVW-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.

       01  WS-APURACAO-CTRL.
           05  WS-BANCO-PROPRIO     PIC 9(3) VALUE 001.
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-SVR-DT-ENCERR     PIC 9(8).
           05  WS-SVR-CREDITOS-POS  PIC S9(13)V99 COMP-3.
           05  WS-SVR-DEBITOS-POS   PIC S9(13)V99 COMP-3.
           05  WS-SVR-CPF-CLARO     PIC X(11).
           05  WS-SVR-COTIT-CLARO   PIC X(11).
           05  WS-SVR-CPF-GUARDA    PIC X(11).
           05  WS-SVR-OCORRENCIA    PIC X(2).
           05  WS-SVR-QTD-CONTAS    PIC 9(7) VALUE ZEROS.
           05  WS-SVR-QTD-CPF       PIC 9(7) VALUE ZEROS.
           05  WS-SVR-QTD-DIVERG    PIC 9(7) VALUE ZEROS.
           05  WS-SVR-QTD-INSTR     PIC 9(6) VALUE ZEROS.
           05  WS-SVR-QTD-PAGAS     PIC 9(6) VALUE ZEROS.
           05  WS-SVR-QTD-REJEIT    PIC 9(6) VALUE ZEROS.
           05  WS-SVR-TOT-VALOR     PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-SVR-TOT-PAGO      PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-SVR-CPF-ANTERIOR  PIC X(11).
           05  WS-SVR-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-EDIT2          PIC Z(12)9,99-.

       01  WS-TRANS-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-STR-PROX-ID       PIC 9(10) VALUE ZEROS.

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           DISPLAY '========================================'
           DISPLAY ' BANKSVR - VALORES A RECEBER (SVR)'
           DISPLAY '========================================'
           PERFORM 0300-CARREGAR-DATA-MOVIMENTO
           OPEN I-O ARQCONTAS ARQTRANS
           IF NOT FS-CONTA-OK
               DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL: ' FS-CONTAS
               STOP RUN
           END-IF
           PERFORM 0100-ABRIR-ARQSTR
           PERFORM 0200-SEED-PROXIMO-ID
           PERFORM 1000-PROCESSAR-RESGATES
           PERFORM 2000-DATAS-ENCERRAMENTO
           PERFORM 3000-APURAR-VALORES
           PERFORM 4000-GRAVAR-ARQUIVO
           CLOSE ARQCONTAS ARQTRANS ARQSTR ARQENCERR ARQTRABALHO
           DISPLAY 'INSTRUCOES DE RESGATE LIDAS: ' WS-SVR-QTD-INSTR
           DISPLAY 'RESGATES ENVIADOS POR TED:   ' WS-SVR-QTD-PAGAS
           DISPLAY 'INSTRUCOES REJEITADAS:       ' WS-SVR-QTD-REJEIT
           MOVE WS-SVR-TOT-PAGO TO WS-VL-EDIT
           DISPLAY 'TOTAL RESGATADO: R$ ' WS-VL-EDIT
           DISPLAY 'CONTAS COM VALORES A RECEBER: ' WS-SVR-QTD-CONTAS
           DISPLAY 'CPFS INFORMADOS:              ' WS-SVR-QTD-CPF
           DISPLAY 'DIVERGENCIAS PARA RETAGUARDA: ' WS-SVR-QTD-DIVERG
           MOVE WS-SVR-TOT-VALOR TO WS-VL-EDIT
           DISPLAY 'TOTAL A RECEBER: R$ ' WS-VL-EDIT
           DISPLAY 'ARQUIVO EM BANKSVR.TXT'
           STOP RUN.

       0100-ABRIR-ARQSTR.
           OPEN I-O ARQSTR
           IF FS-STR = '35'
               OPEN OUTPUT ARQSTR
               CLOSE ARQSTR
               OPEN I-O ARQSTR
           END-IF
           MOVE 9999999999 TO STR-ID
           START ARQSTR KEY IS <= STR-ID
           IF FS-STR-OK
               READ ARQSTR NEXT
               IF FS-STR-OK
                   MOVE STR-ID TO WS-STR-PROX-ID
               END-IF
           END-IF.

       0200-SEED-PROXIMO-ID.
           MOVE 999999999999999 TO REG-TRANS-ID
           START ARQTRANS KEY IS <= REG-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE REG-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF.

       0300-CARREGAR-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
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
       1000-PROCESSAR-RESGATES SECTION.
      *================================================================
       1000-INICIO.
      *    Sem instrucao no dia o lote so apura e informa.
           OPEN INPUT ARQSVRIN
           IF FS-SVI-NFD
               DISPLAY 'SEM INSTRUCOES DE RESGATE (BANKSVR.IN)'
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQSVRRET
           PERFORM UNTIL FS-SVI-EOF
               READ ARQSVRIN
                   AT END MOVE '10' TO FS-SVRIN
               END-READ
               IF NOT FS-SVI-EOF
                   ADD 1 TO WS-SVR-QTD-INSTR
                   PERFORM 1100-VALIDAR-INSTRUCAO
                   IF WS-SVR-OCORRENCIA = '00'
                       PERFORM 1200-ENVIAR-RESGATE
                   ELSE
                       ADD 1 TO WS-SVR-QTD-REJEIT
                   END-IF
                   PERFORM 1300-GRAVAR-RETORNO
               END-IF
           END-PERFORM
           CLOSE ARQSVRIN ARQSVRRET
           EXIT SECTION.

       1100-VALIDAR-INSTRUCAO.
      *    Ocorrencias: CN conta inexistente, NE conta nao encerrada,
      *    SZ sem valor a receber, CP CPF nao confere com o titular,
      *    VD valor diverge do saldo atual, BI banco de destino e o
      *    proprio banco, DD dados de destino incompletos.
           MOVE '00' TO WS-SVR-OCORRENCIA
           MOVE SVI-CONTA TO REG-CONTA-NUM
           READ ARQCONTAS KEY IS REG-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               MOVE 'CN' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF REG-CONTA-STATUS NOT = 'E'
               MOVE 'NE' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF REG-CONTA-SALDO <= ZEROS
               MOVE 'SZ' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE REG-CONTA-CPF TO WS-SVR-CPF-CLARO
           PERFORM 5000-DESTOKENIZAR-CPF
           IF SVI-CPF NOT = WS-SVR-CPF-CLARO
               MOVE 'CP' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF SVI-VALOR NOT = REG-CONTA-SALDO
               MOVE 'VD' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF SVI-BANCO-DEST = WS-BANCO-PROPRIO
               MOVE 'BI' TO WS-SVR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF
           IF SVI-BANCO-DEST = ZEROS OR SVI-CONTA-DEST = SPACES
              OR SVI-FAVORECIDO = SPACES
               MOVE 'DD' TO WS-SVR-OCORRENCIA
           END-IF.

       1200-ENVIAR-RESGATE.
      *    Residuo enfileirado na liquidacao TED e zerado na conta
      *    encerrada; a transacao sai no canal SVR.
           ADD 1 TO WS-STR-PROX-ID
           MOVE WS-STR-PROX-ID TO STR-ID
           MOVE SVI-BANCO-DEST TO STR-BANCO-DEST
           MOVE SVI-AGENCIA-DEST TO STR-AGENCIA-DEST
           MOVE SVI-CONTA-DEST TO STR-CONTA-DEST
           MOVE SVI-FAVORECIDO TO STR-FAVORECIDO
           MOVE REG-CONTA-NUM TO STR-CONTA-ORIGEM
           MOVE REG-CONTA-SALDO TO STR-VALOR
           MOVE WS-DATA-MOVIMENTO TO STR-DATA
           ADD 1 TO WS-PROXIMO-ID
           COMPUTE STR-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'Q' TO STR-SITUACAO
           WRITE REG-STR
           IF NOT FS-STR-OK
               DISPLAY 'ERRO NA FILA DE LIQUIDACAO: ' FS-STR
               MOVE 'FL' TO WS-SVR-OCORRENCIA
               ADD 1 TO WS-SVR-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROXIMO-ID TO REG-TRANS-ID
           MOVE REG-CONTA-NUM TO REG-TRANS-CONTA-ORG
           MOVE ZEROS TO REG-TRANS-CONTA-DEST
           MOVE 'TED' TO REG-TRANS-TIPO
           MOVE REG-CONTA-SALDO TO REG-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO REG-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO REG-TRANS-HORA
           MOVE SPACES TO REG-TRANS-DESCRICAO
           STRING 'Resgate valores a receber banco ' DELIMITED SIZE
                  SVI-BANCO-DEST         DELIMITED SIZE
                  ' ag '                 DELIMITED SIZE
                  SVI-AGENCIA-DEST       DELIMITED SIZE
                  ' conta '              DELIMITED SIZE
                  SVI-CONTA-DEST         DELIMITED SIZE
               INTO REG-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO REG-TRANS-STATUS
           MOVE STR-NSU TO REG-TRANS-NSU
           MOVE 'SVR' TO REG-TRANS-CANAL
           MOVE 'BRL' TO REG-TRANS-MOEDA
           WRITE REG-TRANS
           ADD REG-CONTA-SALDO TO WS-SVR-TOT-PAGO
           ADD 1 TO WS-SVR-QTD-PAGAS
           MOVE ZEROS TO REG-CONTA-SALDO
           MOVE WS-DATA-MOVIMENTO TO REG-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA.

       1300-GRAVAR-RETORNO.
           MOVE SPACES TO WS-SVR-LINHA
           STRING SVI-CONTA         DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  SVI-CPF           DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  SVI-VALOR         DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  SVI-BANCO-DEST    DELIMITED SIZE
                  ' OCORRENCIA '    DELIMITED SIZE
                  WS-SVR-OCORRENCIA DELIMITED SIZE
               INTO WS-SVR-LINHA
           END-STRING
           WRITE REG-SVRRET FROM WS-SVR-LINHA.

      *================================================================
       2000-DATAS-ENCERRAMENTO SECTION.
      *================================================================
       2000-INICIO.
      *    O diario e lido em ordem de data: o ultimo fim de vinculo
      *    de titular de cada conta prevalece.
           OPEN OUTPUT ARQENCERR
           CLOSE ARQENCERR
           OPEN I-O ARQENCERR
           OPEN INPUT ARQVINCULO
           IF NOT FS-VNC-OK
               DISPLAY 'SEM DIARIO DE VINCULOS - ENCERRAMENTO PELA '
                   'ULTIMA ATUALIZACAO DA CONTA'
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO VNC-CHAVE
           START ARQVINCULO KEY >= VNC-CHAVE
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-VNC-EOF
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-VNC-EOF
                   IF VNC-TITULAR AND VNC-FIM
                       MOVE VNC-CONTA TO SVE-CONTA
                       MOVE VNC-DATA TO SVE-DATA
                       WRITE REG-ENCERR
                           INVALID KEY REWRITE REG-ENCERR
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQVINCULO
           EXIT SECTION.

      *================================================================
       3000-APURAR-VALORES SECTION.
      *================================================================
       3000-INICIO.
           OPEN OUTPUT ARQTRABALHO
           CLOSE ARQTRABALHO
           OPEN I-O ARQTRABALHO
           MOVE ZEROS TO REG-CONTA-NUM
           START ARQCONTAS KEY >= REG-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF REG-CONTA-STATUS = 'E'
                       PERFORM 3100-AVALIAR-CONTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           EXIT SECTION.

       3100-AVALIAR-CONTA.
           MOVE REG-CONTA-DT-ATUALIZACAO TO WS-SVR-DT-ENCERR
           MOVE REG-CONTA-NUM TO SVE-CONTA
           READ ARQENCERR
               INVALID KEY CONTINUE
           END-READ
           IF FS-SVE-OK
               MOVE SVE-DATA TO WS-SVR-DT-ENCERR
           END-IF
           PERFORM 3200-MOVIMENTO-POS-ENCERRAMENTO
           IF REG-CONTA-SALDO > ZEROS
               MOVE REG-CONTA-CPF TO SVW-CPF
               MOVE REG-CONTA-NUM TO SVW-CONTA
               MOVE REG-CONTA-AGENCIA TO SVW-AGENCIA
               MOVE WS-SVR-DT-ENCERR TO SVW-DT-ENCERRAMENTO
               MOVE REG-CONTA-SALDO TO SVW-VALOR
               MOVE WS-SVR-CREDITOS-POS TO SVW-CREDITOS-POS
               MOVE REG-CONTA-COTIT-CPF TO SVW-COTIT-CPF
               WRITE REG-TRABALHO
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-SVR-QTD-CONTAS
               ADD REG-CONTA-SALDO TO WS-SVR-TOT-VALOR
               EXIT PARAGRAPH
           END-IF
      *    Credito posterior ao encerramento que nao esta no saldo
      *    nem foi devolvido por resgate: retaguarda confere.
           IF WS-SVR-CREDITOS-POS > WS-SVR-DEBITOS-POS
               ADD 1 TO WS-SVR-QTD-DIVERG
               MOVE WS-SVR-CREDITOS-POS TO WS-VL-EDIT
               DISPLAY 'DIVERGENCIA CONTA ' REG-CONTA-NUM
                   ' ENCERRADA EM ' WS-SVR-DT-ENCERR
                   ' CREDITOS POSTERIORES R$ ' WS-VL-EDIT
                   ' SEM SALDO CREDOR'
           END-IF.

       3200-MOVIMENTO-POS-ENCERRAMENTO.
      *    Creditos e debitos da conta lancados depois do dia do
      *    encerramento, pelas pontas do fechamento de saldos: de
      *    uma ponta so pela origem (resgate pelo destino), as
      *    transferencias debitam a origem e creditam o destino.
           MOVE ZEROS TO WS-SVR-CREDITOS-POS WS-SVR-DEBITOS-POS
           MOVE REG-CONTA-NUM TO REG-TRANS-CONTA-ORG
           START ARQTRANS KEY >= REG-TRANS-CONTA-ORG
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF REG-TRANS-CONTA-ORG NOT = REG-CONTA-NUM
                       MOVE '10' TO FS-TRANS
                   ELSE
                       IF REG-TRANS-DATA > WS-SVR-DT-ENCERR
                           EVALUATE REG-TRANS-TIPO
                               WHEN 'DEP'
                               WHEN 'REN'
                               WHEN 'EMP'
                                   ADD REG-TRANS-VALOR
                                       TO WS-SVR-CREDITOS-POS
                               WHEN 'RES'
                                   CONTINUE
                               WHEN OTHER
                                   ADD REG-TRANS-VALOR
                                       TO WS-SVR-DEBITOS-POS
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE REG-CONTA-NUM TO REG-TRANS-CONTA-DEST
           START ARQTRANS KEY >= REG-TRANS-CONTA-DEST
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF REG-TRANS-CONTA-DEST NOT = REG-CONTA-NUM
                       MOVE '10' TO FS-TRANS
                   ELSE
                       IF REG-TRANS-DATA > WS-SVR-DT-ENCERR
                           EVALUATE REG-TRANS-TIPO
                               WHEN 'RES'
                               WHEN 'CAM'
                               WHEN 'TRF'
                               WHEN 'TED'
                               WHEN 'DOC'
                               WHEN 'PIX'
                               WHEN 'DEV'
                               WHEN 'CHA'
                               WHEN 'CHD'
                               WHEN 'REM'
                               WHEN 'CMS'
                                   ADD REG-TRANS-VALOR
                                       TO WS-SVR-CREDITOS-POS
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

      *================================================================
       4000-GRAVAR-ARQUIVO SECTION.
      *================================================================
       4000-INICIO.
           OPEN OUTPUT ARQSVRDOC
           MOVE WS-SVR-TOT-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-SVR-LINHA
           STRING '0SVR' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
                  ' CONTAS ' DELIMITED SIZE
                  WS-SVR-QTD-CONTAS DELIMITED SIZE
                  ' VALOR ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
               INTO WS-SVR-LINHA
           END-STRING
           WRITE REG-SVRDOC FROM WS-SVR-LINHA
           MOVE SPACES TO WS-SVR-CPF-ANTERIOR
           MOVE LOW-VALUES TO SVW-CHAVE
           START ARQTRABALHO KEY >= SVW-CHAVE
               INVALID KEY MOVE '10' TO FS-TRABALHO
           END-START
           PERFORM UNTIL FS-SVW-EOF
               READ ARQTRABALHO NEXT
                   AT END MOVE '10' TO FS-TRABALHO
               END-READ
               IF NOT FS-SVW-EOF
                   IF SVW-CPF NOT = WS-SVR-CPF-ANTERIOR
                       MOVE SVW-CPF TO WS-SVR-CPF-ANTERIOR
                       ADD 1 TO WS-SVR-QTD-CPF
      *                O arquivo de trabalho carrega o CPF como esta
      *                na conta; o regulador recebe o CPF verdadeiro.
                       MOVE SVW-CPF TO WS-SVR-CPF-CLARO
                       PERFORM 5000-DESTOKENIZAR-CPF
                   END-IF
                   PERFORM 4100-GRAVAR-DETALHE
               END-IF
           END-PERFORM
           MOVE WS-SVR-TOT-VALOR TO WS-VL-EDIT
           MOVE SPACES TO WS-SVR-LINHA
           STRING '9TOTAL ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' CONTAS ' DELIMITED SIZE
                  WS-SVR-QTD-CONTAS DELIMITED SIZE
                  ' CPFS ' DELIMITED SIZE
                  WS-SVR-QTD-CPF DELIMITED SIZE
               INTO WS-SVR-LINHA
           END-STRING
           WRITE REG-SVRDOC FROM WS-SVR-LINHA
           CLOSE ARQSVRDOC
           EXIT SECTION.

       4100-GRAVAR-DETALHE.
           MOVE SPACES TO WS-SVR-COTIT-CLARO
           IF SVW-COTIT-CPF NOT = SPACES
               MOVE WS-SVR-CPF-CLARO TO WS-SVR-CPF-GUARDA
               MOVE SVW-COTIT-CPF TO WS-SVR-CPF-CLARO
               PERFORM 5000-DESTOKENIZAR-CPF
               MOVE WS-SVR-CPF-CLARO TO WS-SVR-COTIT-CLARO
               MOVE WS-SVR-CPF-GUARDA TO WS-SVR-CPF-CLARO
           END-IF
           MOVE SVW-VALOR TO WS-VL-EDIT
           MOVE SVW-CREDITOS-POS TO WS-VL-EDIT2
           MOVE SPACES TO WS-SVR-LINHA
           STRING '1' DELIMITED SIZE
                  WS-SVR-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SVW-AGENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SVW-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SVW-DT-ENCERRAMENTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SVR-COTIT-CLARO DELIMITED SIZE
               INTO WS-SVR-LINHA
           END-STRING
           WRITE REG-SVRDOC FROM WS-SVR-LINHA.

      *================================================================
       5000-DESTOKENIZAR-CPF SECTION.
      *================================================================
       5000-INICIO.
      *    CPF tokenizado volta ao original; sem chave ativa o
      *    campo ja esta em claro.
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-SVR-CPF-CLARO TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-SVR-CPF-CLARO
           END-IF
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           STOP RUN.
