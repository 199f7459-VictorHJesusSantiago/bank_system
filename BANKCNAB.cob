      * empregador, credita cada favorecido em conta CS (CONTA-
      * SALARIO), rejeita contas invalidas com o codigo de ocorrencia
      * proprio e grava o arquivo de retorno (BANKCNAB.RET) esperado
      * pelo ERP do empregador. Credito para conta bloqueada ou
      * encerrada nao volta ao empregador: fica retido na conta
      * transitoria (servico BANKSUS) para a operacao regularizar
      * ou devolver, com a ocorrencia CT no retorno. Estrutura de
      * registros: 0=header de arquivo, 1=header de lote, 3=detalhe
      * (segmentos A/B), 5=trailer de lote, 9=trailer de arquivo com
      * total de registros.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCNAB.
           05  EMP-COMPET-ATRASO     PIC 9(6).
           05  EMP-SITUACAO          PIC X(1).
               88  EMP-ATIVO         VALUE 'A'.
               88  EMP-PREJUIZO      VALUE 'P'.

      *    Registro de consignacao (BANKCSG): contrato com retencao
      *    da parcela na propria folha, antes do credito em conta.
           05  WS-QTD-LIDOS         PIC 9(6) VALUE ZEROS.
           05  WS-QTD-CREDITADOS    PIC 9(6) VALUE ZEROS.
           05  WS-QTD-REJEITADOS    PIC 9(6) VALUE ZEROS.
           05  WS-QTD-TRANSITORIA   PIC 9(6) VALUE ZEROS.
           05  WS-VALOR-CREDITADO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VALOR-DISPLAY     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  WS-CSG-COMPETENCIA   PIC 9(6).


       01  WS-CHAMADA-RECUPERACAO.
      *    Area de chamada da recuperacao de creditos (BANKRCP)
           05  WS-RCPSRV-MODO       PIC X(1).
           05  WS-RCPSRV-CONTRATO   PIC 9(10).
           05  WS-RCPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-RCPSRV-FORMA      PIC X(1).
           05  WS-RCPSRV-DATA       PIC 9(8).
           05  WS-RCPSRV-CODIGO     PIC 9(4).
           05  WS-RCPSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-TRANSITORIA.
      *    Area de chamada da conta transitoria (BANKSUS)
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

       01  WS-CHAMADA-INTERFACE.
      *    Area de chamada do controle de interfaces (BANKIFC)
           05  WS-IFCSRV-MODO       PIC X(1).
           DISPLAY 'REGISTROS LIDOS:      ' WS-QTD-LIDOS
           DISPLAY 'CREDITOS EFETIVADOS:  ' WS-QTD-CREDITADOS
           DISPLAY 'CREDITOS REJEITADOS:  ' WS-QTD-REJEITADOS
           DISPLAY 'RETIDOS TRANSITORIA:  ' WS-QTD-TRANSITORIA
           DISPLAY 'VALOR CREDITADO: R$   ' WS-VALOR-DISPLAY
           DISPLAY 'RETORNO GRAVADO EM BANKCNAB.RET'
           STOP RUN.
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-VALIDAR-FAVORECIDO
           IF WS-OCORRENCIA = 'BL'
               PERFORM 4500-RETER-TRANSITORIA
           END-IF
           IF WS-OCORRENCIA = 'CT'
               ADD 1 TO WS-QTD-TRANSITORIA
               MOVE WS-OCORRENCIA TO CNAB-OCORRENCIA
               PERFORM 7000-GRAVAR-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF WS-OCORRENCIA = '00'
               PERFORM 5000-CREDITAR-FAVORECIDO
               ADD 1 TO WS-QTD-CREDITADOS
      *    AC conta nao e conta-salario BL conta bloqueada/encerrada
      *    VL valor invalido            RH detalhe sem header
      *    RT tipo de registro invalido TQ trailer nao confere
      *    CT credito retido na conta transitoria
       4000-VALIDAR-FAVORECIDO.
           MOVE '00' TO WS-OCORRENCIA
           IF CNAB-VALOR <= ZEROS
               MOVE 'BL' TO WS-OCORRENCIA
           END-IF.

       4500-RETER-TRANSITORIA.
      *    Conta do favorecido bloqueada ou encerrada: o credito fica
      *    na transitoria; sem a retencao, segue rejeitado (BL).
           MOVE 'I' TO WS-SUSSRV-MODO
           MOVE 'BANKCNAB.REM' TO WS-SUSSRV-INTERFACE
           MOVE 'CE' TO WS-SUSSRV-MOTIVO
           MOVE SPACES TO WS-SUSSRV-REFERENCIA
           STRING 'LOTE ' DELIMITED SIZE
                  CNAB-LOTE DELIMITED SIZE
                  ' REG ' DELIMITED SIZE
                  CNAB-NUM-REG DELIMITED SIZE
               INTO WS-SUSSRV-REFERENCIA
           END-STRING
           MOVE CNAB-CONTA TO WS-SUSSRV-CONTA
           MOVE CNAB-VALOR TO WS-SUSSRV-VALOR
           MOVE WS-DATA-MOVIMENTO TO WS-SUSSRV-DATA
           MOVE WS-REG-CNAB TO WS-SUSSRV-REGISTRO
           CALL 'BANKSUS' USING WS-CHAMADA-TRANSITORIA
           IF WS-SUSSRV-CODIGO = ZEROS
               MOVE 'CT' TO WS-OCORRENCIA
           ELSE
               DISPLAY 'TRANSITORIA: ' WS-SUSSRV-MENSAGEM
           END-IF.

       5000-CREDITAR-FAVORECIDO.
           ADD CNAB-VALOR TO REG-CONTA-SALDO
           MOVE FUNCTION CURRENT-DATE(1:8)
           REWRITE REG-CONTA
           ADD CSG-VALOR-PARCELA TO WS-CSG-RETIDO-TOTAL
           MOVE WS-CSG-COMPETENCIA TO CSG-COMPET-RETIDA
           MOVE 'PEM' TO REG-TRANS-TIPO
           MOVE CSG-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF FS-EMP-OK
      *        Contrato baixado para prejuizo: a retencao e
      *        recuperacao de credito.
               IF EMP-PREJUIZO
                   MOVE 'RCP' TO REG-TRANS-TIPO
                   MOVE 'R' TO WS-RCPSRV-MODO
                   MOVE EMP-ID TO WS-RCPSRV-CONTRATO
                   MOVE CSG-VALOR-PARCELA TO WS-RCPSRV-VALOR
                   MOVE 'F' TO WS-RCPSRV-FORMA
                   MOVE WS-DATA-MOVIMENTO TO WS-RCPSRV-DATA
                   CALL 'BANKRCP' USING WS-CHAMADA-RECUPERACAO
               END-IF
               ADD 1 TO EMP-PARCELAS-PAGAS
               MOVE WS-CSG-COMPETENCIA TO EMP-COMPET-COBRADA
               IF EMP-PARCELAS-PAGAS >= EMP-PRAZO-MESES
           MOVE WS-PROXIMO-ID TO REG-TRANS-ID
           MOVE CNAB-CONTA TO REG-TRANS-CONTA-ORG
           MOVE ZEROS TO REG-TRANS-CONTA-DEST
           MOVE CSG-VALOR-PARCELA TO REG-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO REG-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO REG-TRANS-HORA
