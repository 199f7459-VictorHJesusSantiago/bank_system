      *================================================================
      * BANKCCS.COB - Remessa Diaria ao CCS (Cadastro de Clientes
      * do SFN)
      * Sistema Bancario COBOL
      * Gera o arquivo diario de relacionamentos BANKCCS.TXT a
      * partir do diario de vinculos BANKVINC.DAT (gravado por
      * BANKVNC): cada CPF que iniciou ou encerrou vinculo com uma
      * conta no dia - titular (abertura e encerramento de conta),
      * co-titular (inclusao e exclusao em BANKCONJ.DAT) e
      * representante (cadastro e revogacao de signatario PJ em
      * BANKSIGN.DAT) - com a data de inicio ou de fim e o tipo do
      * vinculo. Cada remessa recebe um numero sequencial gravado no
      * controle BANKCCSC.DAT (chave: dia de movimento) e nos
      * vinculos que informou: o reprocessamento do lote para um
      * dia ja gerado nao gera nova remessa, e vinculos de dias
      * anteriores ainda nao enviados seguem na proxima. A regeracao
      * pelo menu refaz o arquivo de uma data com a mesma sequencia
      * e os mesmos vinculos.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCCS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVINCULO ASSIGN TO 'BANKVINC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS FS-VINCULO.

           SELECT ARQCCSCTL ASSIGN TO 'BANKCCSC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCC-DATA
               FILE STATUS IS FS-CCSCTL.

           SELECT ARQCCS ASSIGN TO 'BANKCCS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQVINCULO.
       01  REG-VINCULO.
           05  VNC-CHAVE.
               10  VNC-DATA          PIC 9(8).
               10  VNC-CONTA         PIC 9(10).
               10  VNC-CPF           PIC X(11).
               10  VNC-TIPO          PIC X(1).
               10  VNC-EVENTO        PIC X(1).
                   88  VNC-INICIO    VALUE 'I'.
                   88  VNC-FIM       VALUE 'F'.
           05  VNC-AGENCIA           PIC 9(4).
           05  VNC-HORA              PIC 9(6).
           05  VNC-REMESSA           PIC 9(6).

       FD  ARQCCSCTL.
       01  REG-CCS-CONTROLE.
           05  CCC-DATA              PIC 9(8).
           05  CCC-SEQUENCIA         PIC 9(6).
           05  CCC-QTD-INICIO        PIC 9(7).
           05  CCC-QTD-FIM           PIC 9(7).
           05  CCC-DT-GERACAO        PIC 9(8).
           05  CCC-HR-GERACAO        PIC 9(6).
           05  CCC-QTD-REGERACOES    PIC 9(3).

       FD  ARQCCS.
       01  REG-CCS                   PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CCS-CTRL.
           05  FS-VINCULO           PIC XX.
               88  FS-VNC-OK        VALUE '00'.
               88  FS-VNC-EOF       VALUE '10'.
           05  FS-CCSCTL            PIC XX.
               88  FS-CCC-OK        VALUE '00'.
               88  FS-CCC-EOF       VALUE '10'.
           05  FS-CCS               PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-REMESSA-CTRL.
           05  WS-CCS-DATA          PIC 9(8).
           05  WS-CCS-SEQUENCIA     PIC 9(6).
           05  WS-CCS-QTD-INICIO    PIC 9(7).
           05  WS-CCS-QTD-FIM       PIC 9(7).
           05  WS-CCS-QTD-TOTAL     PIC 9(7).
      *    'G' gera remessa nova com os vinculos pendentes; 'R'
      *    refaz o arquivo com os vinculos da remessa ja enviada.
           05  WS-CCS-ACAO          PIC X(1).
               88  WS-CCS-GERAR     VALUE 'G'.
               88  WS-CCS-REGERAR   VALUE 'R'.
           05  WS-CCS-SELECIONADO   PIC X(1).
               88  WS-CCS-INCLUIR   VALUE 'S'.
           05  WS-CCS-CPF-CLARO     PIC X(11).
           05  WS-CCS-LINHA         PIC X(132).
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
           05  LS-MENSAGEM          PIC X(100).
           05  LS-MODO              PIC X(1).
               88  LS-MODO-BATCH    VALUE 'B'.
           05  LS-OPERADOR          PIC X(20).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-RETORNO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0110-ABRIR-ARQUIVOS
           IF LS-MODO-BATCH
               PERFORM 2000-GERAR-REMESSA
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQVINCULO ARQCCSCTL
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O ARQVINCULO
           IF FS-VINCULO = '35'
               OPEN OUTPUT ARQVINCULO
               CLOSE ARQVINCULO
               OPEN I-O ARQVINCULO
           END-IF
           OPEN I-O ARQCCSCTL
           IF FS-CCSCTL = '35'
               OPEN OUTPUT ARQCCSCTL
               CLOSE ARQCCSCTL
               OPEN I-O ARQCCSCTL
           END-IF.

       0130-CARREGAR-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO
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
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CCS - RELACIONAMENTOS DO DIA'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Gerar remessa do dia de movimento'
           DISPLAY ' 02. Regerar remessa de uma data'
           DISPLAY ' 03. Consultar remessas geradas'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-GERAR-REMESSA
               WHEN '02'
                   PERFORM 3000-REGERAR-REMESSA
               WHEN '03'
                   PERFORM 4000-CONSULTAR-REMESSAS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-GERAR-REMESSA SECTION.
      *================================================================
       2000-INICIO.
      *    Um dia de movimento gera uma remessa so: se o controle ja
      *    tem o dia, o lote reprocessado nao envia nada de novo.
           MOVE WS-DATA-MOVIMENTO TO WS-CCS-DATA
           MOVE WS-CCS-DATA TO CCC-DATA
           READ ARQCCSCTL KEY IS CCC-DATA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CCC-OK
               DISPLAY 'REMESSA CCS DE ' WS-CCS-DATA
                   ' JA GERADA - SEQUENCIA ' CCC-SEQUENCIA
               DISPLAY 'USE A REGERACAO PARA REFAZER O ARQUIVO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2010-PROXIMA-SEQUENCIA
           MOVE 'G' TO WS-CCS-ACAO
           PERFORM 5000-GRAVAR-ARQUIVO
           MOVE WS-CCS-DATA TO CCC-DATA
           MOVE WS-CCS-SEQUENCIA TO CCC-SEQUENCIA
           MOVE WS-CCS-QTD-INICIO TO CCC-QTD-INICIO
           MOVE WS-CCS-QTD-FIM TO CCC-QTD-FIM
           MOVE WS-DATA-HOJE TO CCC-DT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO CCC-HR-GERACAO
           MOVE ZEROS TO CCC-QTD-REGERACOES
           WRITE REG-CCS-CONTROLE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTROLE CCS: '
                       FS-CCSCTL
           END-WRITE
           DISPLAY 'REMESSA CCS ' WS-CCS-SEQUENCIA
               ' DE ' WS-CCS-DATA
           DISPLAY 'VINCULOS INICIADOS:  ' WS-CCS-QTD-INICIO
           DISPLAY 'VINCULOS ENCERRADOS: ' WS-CCS-QTD-FIM
           DISPLAY 'ARQUIVO EM BANKCCS.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2010-PROXIMA-SEQUENCIA.
      *    A ultima remessa e a do maior dia de movimento gerado.
           MOVE ZEROS TO WS-CCS-SEQUENCIA
           MOVE 99999999 TO CCC-DATA
           START ARQCCSCTL KEY <= CCC-DATA
               INVALID KEY MOVE '10' TO FS-CCSCTL
           END-START
           IF NOT FS-CCC-EOF
               READ ARQCCSCTL NEXT
                   AT END MOVE '10' TO FS-CCSCTL
               END-READ
               IF FS-CCC-OK
                   MOVE CCC-SEQUENCIA TO WS-CCS-SEQUENCIA
               END-IF
           END-IF
           ADD 1 TO WS-CCS-SEQUENCIA.

      *================================================================
       3000-REGERAR-REMESSA SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Data da remessa (AAAAMMDD): '
           ACCEPT WS-CCS-DATA
           MOVE WS-CCS-DATA TO CCC-DATA
           READ ARQCCSCTL KEY IS CCC-DATA
               INVALID KEY
                   DISPLAY 'NENHUMA REMESSA CCS GERADA NESSA DATA'
                   EXIT SECTION
           END-READ
           MOVE CCC-SEQUENCIA TO WS-CCS-SEQUENCIA
           MOVE 'R' TO WS-CCS-ACAO
           PERFORM 5000-GRAVAR-ARQUIVO
           MOVE WS-CCS-DATA TO CCC-DATA
           READ ARQCCSCTL KEY IS CCC-DATA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CCC-OK
               ADD 1 TO CCC-QTD-REGERACOES
               REWRITE REG-CCS-CONTROLE
           END-IF
           DISPLAY 'REMESSA CCS ' WS-CCS-SEQUENCIA
               ' REGERADA EM BANKCCS.TXT'
           DISPLAY 'VINCULOS INICIADOS:  ' WS-CCS-QTD-INICIO
           DISPLAY 'VINCULOS ENCERRADOS: ' WS-CCS-QTD-FIM
           EXIT SECTION.

      *================================================================
       4000-CONSULTAR-REMESSAS SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY '--- REMESSAS CCS GERADAS ---'
           DISPLAY 'DATA     SEQ    INICIOS FINS    GERADA EM'
               ' REGER'
           MOVE ZEROS TO CCC-DATA
           START ARQCCSCTL KEY >= CCC-DATA
               INVALID KEY MOVE '10' TO FS-CCSCTL
           END-START
           PERFORM UNTIL FS-CCC-EOF
               READ ARQCCSCTL NEXT
                   AT END MOVE '10' TO FS-CCSCTL
               END-READ
               IF NOT FS-CCC-EOF
                   DISPLAY CCC-DATA ' ' CCC-SEQUENCIA ' '
                       CCC-QTD-INICIO ' ' CCC-QTD-FIM ' '
                       CCC-DT-GERACAO ' ' CCC-QTD-REGERACOES
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       5000-GRAVAR-ARQUIVO SECTION.
      *================================================================
       5000-INICIO.
      *    Na geracao entram os vinculos ate o dia ainda sem remessa,
      *    que ficam marcados com a sequencia; na regeracao entram os
      *    vinculos ja marcados com a sequencia da remessa.
           MOVE ZEROS TO WS-CCS-QTD-INICIO WS-CCS-QTD-FIM
           OPEN OUTPUT ARQCCS
           MOVE SPACES TO WS-CCS-LINHA
           STRING '0CCS' DELIMITED SIZE
                  WS-CCS-DATA DELIMITED SIZE
                  WS-CCS-SEQUENCIA DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
               INTO WS-CCS-LINHA
           END-STRING
           WRITE REG-CCS FROM WS-CCS-LINHA
           MOVE LOW-VALUES TO VNC-CHAVE
           START ARQVINCULO KEY >= VNC-CHAVE
               INVALID KEY MOVE '10' TO FS-VINCULO
           END-START
           PERFORM UNTIL FS-VNC-EOF
               READ ARQVINCULO NEXT
                   AT END MOVE '10' TO FS-VINCULO
               END-READ
               IF NOT FS-VNC-EOF
                   IF VNC-DATA > WS-CCS-DATA
                       MOVE '10' TO FS-VINCULO
                   ELSE
                       PERFORM 5100-SELECIONAR-VINCULO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CCS-QTD-TOTAL =
               WS-CCS-QTD-INICIO + WS-CCS-QTD-FIM
           MOVE SPACES TO WS-CCS-LINHA
           STRING '9' DELIMITED SIZE
                  WS-CCS-SEQUENCIA DELIMITED SIZE
                  ' INICIOS ' DELIMITED SIZE
                  WS-CCS-QTD-INICIO DELIMITED SIZE
                  ' FINS ' DELIMITED SIZE
                  WS-CCS-QTD-FIM DELIMITED SIZE
                  ' TOTAL ' DELIMITED SIZE
                  WS-CCS-QTD-TOTAL DELIMITED SIZE
               INTO WS-CCS-LINHA
           END-STRING
           WRITE REG-CCS FROM WS-CCS-LINHA
           CLOSE ARQCCS
           EXIT SECTION.

       5100-SELECIONAR-VINCULO.
           MOVE 'N' TO WS-CCS-SELECIONADO
           IF WS-CCS-GERAR
               IF VNC-REMESSA = ZEROS
                   MOVE WS-CCS-SEQUENCIA TO VNC-REMESSA
                   REWRITE REG-VINCULO
                   MOVE 'S' TO WS-CCS-SELECIONADO
               END-IF
           ELSE
               IF VNC-REMESSA = WS-CCS-SEQUENCIA
                   MOVE 'S' TO WS-CCS-SELECIONADO
               END-IF
           END-IF
           IF WS-CCS-INCLUIR
               IF VNC-INICIO
                   ADD 1 TO WS-CCS-QTD-INICIO
               ELSE
                   ADD 1 TO WS-CCS-QTD-FIM
               END-IF
               PERFORM 5200-DESTOKENIZAR-CPF
               PERFORM 5300-GRAVAR-DETALHE
           END-IF.

       5200-DESTOKENIZAR-CPF.
           MOVE VNC-CPF TO WS-CCS-CPF-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE VNC-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-CCS-CPF-CLARO
           END-IF.

       5300-GRAVAR-DETALHE.
      *    Evento I (inicio) ou F (fim), tipo de vinculo T (titular),
      *    C (co-titular) ou R (representante) e a data do evento,
      *    que e a data de inicio ou de fim do relacionamento.
           MOVE SPACES TO WS-CCS-LINHA
           STRING '1' DELIMITED SIZE
                  VNC-EVENTO DELIMITED SIZE
                  VNC-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CCS-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  VNC-AGENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  VNC-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  VNC-DATA DELIMITED SIZE
               INTO WS-CCS-LINHA
           END-STRING
           WRITE REG-CCS FROM WS-CCS-LINHA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
