      * parciais em BANKBLOQ.DAT distribuidos entre as contas ate o
      * valor ordenado, baixa bloqueios do processo no desbloqueio e
      * executa a transferencia dos valores bloqueados para a conta
      * do juizo. A ordem tipo V libera conta vinculada (BANKESS)
      * sem a confirmacao das partes: o valor ordenado (zero = todo
      * o retido) vai para a conta indicada no campo da conta do
      * juizo - ou apenas deixa de ficar retido quando essa conta e
      * a propria conta do depositante. A resposta obrigatoria sai
      * em BANKJUD.RET com o resultado e o carimbo de data/hora de
      * cada ordem.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKJUD.
           05  JDI-CPF               PIC X(11).
           05  JDI-VALOR             PIC 9(11)V99.
           05  JDI-CONTA-JUIZO       PIC 9(10).
           05  JDI-VINCULADA         PIC 9(10).

       FD  ARQJUDRET.
       01  REG-JUDRET                PIC X(132).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

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

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
                   PERFORM 4000-APLICAR-DESBLOQUEIO
               WHEN 'T'
                   PERFORM 5000-TRANSFERIR-BLOQUEADOS
               WHEN 'V'
                   PERFORM 5500-LIBERAR-VINCULADA
               WHEN OTHER
                   MOVE 'TI' TO WS-ORD-RESULTADO
           END-EVALUATE
           REWRITE REG-BLOQUEIO
           ADD BLQ-VALOR TO WS-ORD-TOTAL-FEITO.

      *================================================================
       5500-LIBERAR-VINCULADA SECTION.
      *================================================================
       5500-INICIO.
      *    A conta de destino e validada antes de a vinculada ser
      *    baixada no servico; a transferencia sai da conta do
      *    depositante, onde o valor estava retido.
           MOVE JDI-CONTA-JUIZO TO JUD-CONTA-NUM
           READ ARQCONTAS KEY IS JUD-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               MOVE 'CJ' TO WS-ORD-RESULTADO
               EXIT SECTION
           END-IF
           MOVE 'J' TO WS-ESCSRV-MODO
           MOVE JDI-VINCULADA TO WS-ESCSRV-ID
           MOVE JDI-CONTA-JUIZO TO WS-ESCSRV-CONTA
           MOVE JDI-VALOR TO WS-ESCSRV-VALOR
           MOVE JDI-PROCESSO TO WS-ESCSRV-PROCESSO
           MOVE WS-DATA-MOVIMENTO TO WS-ESCSRV-DATA
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           EVALUATE WS-ESCSRV-CODIGO
               WHEN ZEROS
                   CONTINUE
               WHEN 0002
                   MOVE 'VX' TO WS-ORD-RESULTADO
                   EXIT SECTION
               WHEN OTHER
                   MOVE 'NV' TO WS-ORD-RESULTADO
                   EXIT SECTION
           END-EVALUATE
           MOVE WS-ESCSRV-VALOR TO WS-ORD-TOTAL-FEITO
           IF WS-ESCSRV-CONTA = JDI-CONTA-JUIZO
               MOVE 'LV' TO WS-ORD-RESULTADO
               EXIT SECTION
           END-IF
           MOVE WS-ESCSRV-CONTA TO JUD-CONTA-NUM
           READ ARQCONTAS KEY IS JUD-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               SUBTRACT WS-ESCSRV-VALOR FROM JUD-CONTA-SALDO
               MOVE WS-DATA-HOJE TO JUD-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
           END-IF
           MOVE JDI-CONTA-JUIZO TO JUD-CONTA-NUM
           READ ARQCONTAS KEY IS JUD-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               ADD WS-ESCSRV-VALOR TO JUD-CONTA-SALDO
               MOVE WS-DATA-HOJE TO JUD-CONTA-DT-ATUALIZACAO
               REWRITE REG-CONTA
           END-IF
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO JUD-TRANS-ID
           MOVE WS-ESCSRV-CONTA TO JUD-TRANS-CONTA-ORG
           MOVE JDI-CONTA-JUIZO TO JUD-TRANS-CONTA-DEST
           MOVE 'TRF' TO JUD-TRANS-TIPO
           MOVE WS-ESCSRV-VALOR TO JUD-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO JUD-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO JUD-TRANS-HORA
           MOVE SPACES TO JUD-TRANS-DESCRICAO
           STRING 'Liberacao judicial vinculada ' DELIMITED SIZE
                  JDI-VINCULADA                   DELIMITED SIZE
                  ' processo '                    DELIMITED SIZE
                  JDI-PROCESSO                    DELIMITED SIZE
               INTO JUD-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO JUD-TRANS-STATUS
           COMPUTE JUD-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'JUDICIAL' TO JUD-TRANS-CANAL
           MOVE 'BRL' TO JUD-TRANS-MOEDA
           WRITE REG-TRANS
           MOVE 'LV' TO WS-ORD-RESULTADO
           EXIT SECTION.

      *================================================================
       6000-GRAVAR-RESPOSTA SECTION.
      *================================================================
      *    Resultados: BT bloqueio total, BP bloqueio parcial, SV
      *    sem valores, NC documento sem contas, DB desbloqueado,
      *    NB sem bloqueios do processo, TR transferido, CJ conta
      *    do juizo invalida, TI tipo de ordem invalido, LV
      *    vinculada liberada, NV vinculada inexistente ou
      *    encerrada, VX valor acima do retido na vinculada.
           MOVE WS-ORD-TOTAL-FEITO TO WS-VL-EDIT
           MOVE SPACES TO WS-ORD-LINHA
           STRING JDI-TIPO          DELIMITED SIZE
