      * caso de espolio em BANKESPO.DAT que acompanha o alvara
      * judicial; a liberacao aos herdeiros e controlada no menu,
      * exige o numero do alvara e grava a trilha via BANKAUD.
      * O servico de seguros (BANKSGS) aciona a prestamista, que
      * quita os emprestimos do falecido, e as demais apolices.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOBT.
           05  WS-CON-CPF-BUSCA     PIC X(11).
           05  WS-BLQ-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-CON-VL-DISP       PIC Z(10)9,99-.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

       01  WS-CHAMADA-SEGURO.
      *    Area de chamada do servico de seguros (BANKSGS)
           05  WS-SEGSRV-MODO       PIC X(1).
           05  WS-SEGSRV-CONTRATO   PIC 9(10).
           05  WS-SEGSRV-CONTA      PIC 9(10).
           05  WS-SEGSRV-CPF        PIC X(11).
           05  WS-SEGSRV-AGENCIA    PIC 9(4).
           05  WS-SEGSRV-CAPITAL    PIC S9(11)V99 COMP-3.
           05  WS-SEGSRV-PREMIO     PIC S9(9)V99 COMP-3.
           05  WS-SEGSRV-CODIGO     PIC 9(4).
           05  WS-SEGSRV-MENSAGEM   PIC X(60).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           WRITE REG-ESPOLIO
           ADD 1 TO WS-CON-QTD-CASOS
           DISPLAY 'ESPOLIO ABERTO PARA O CPF ' OBI-CPF ' ('
               WS-CON-QTD-CONTAS ' CONTA(S) CONGELADA(S))'
           PERFORM 2150-ACIONAR-SEGUROS.

       2150-ACIONAR-SEGUROS.
      *    Prestamista quita o saldo dos emprestimos do falecido;
      *    demais apolices do CPF vao a regulacao ou cancelamento.
           MOVE 'O' TO WS-SEGSRV-MODO
           MOVE ZEROS TO WS-SEGSRV-CONTRATO WS-SEGSRV-CONTA
           MOVE WS-CON-CPF-BUSCA TO WS-SEGSRV-CPF
           MOVE ZEROS TO WS-SEGSRV-CAPITAL WS-SEGSRV-PREMIO
           CALL 'BANKSGS' USING WS-CHAMADA-SEGURO
           IF WS-SEGSRV-CAPITAL > ZEROS
               MOVE WS-SEGSRV-CAPITAL TO WS-CON-VL-DISP
               DISPLAY '  PRESTAMISTA QUITOU R$ ' WS-CON-VL-DISP
                   ' EM EMPRESTIMOS DO CPF ' OBI-CPF
           END-IF.

       2200-CONGELAR-CONTAS-DO-CPF.
      *    A chave alternativa guarda o CPF tokenizado quando ha
