           05  CSD-DT-DEPOSITO       PIC 9(8).
           05  CSD-SITUACAO          PIC X(1).
               88  CSD-EM-CUSTODIA   VALUE 'C'.
               88  CSD-DESCONTADO    VALUE 'T'.

       FD  ARQCAIXA.
       01  REG-CAIXA.
           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

       FD  ARQFERIADO.
       01  REG-FERIADO.
                   AT END MOVE '10' TO FS-CUSTODIA
               END-READ
               IF NOT FS-CSD-EOF
      *            Descontado em bordero continua a depositar na
      *            data, agora a favor do proprio banco.
                   IF (CSD-EM-CUSTODIA OR CSD-DESCONTADO)
                      AND CSD-DT-DEPOSITO > WS-DATA-MOVIMENTO
                       MOVE CSD-DT-DEPOSITO TO WS-LIQ-DATA-TESTE
                       MOVE CSD-VALOR TO WS-LIQ-LIQUIDO
