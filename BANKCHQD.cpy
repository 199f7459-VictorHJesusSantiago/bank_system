      *================================================================
      * BANKCHQD.CPY - Cheques de Outros Bancos Depositados
      * Sistema Bancario COBOL - Layout do arquivo BANKCHQD.DAT
      *================================================================
      * Cheque sacado contra outro banco e depositado no caixa
      * (BANKTRAN). O valor e creditado na hora mas fica bloqueado
      * (BANKBLOQ.DAT, origem 'C') ate o dia da compensacao, contado
      * em dias uteis pelo calendario da praca (BANKPRA). O lote do
      * BANKCHQ envia os depositados no arquivo de remessa a camara
      * (BANKCHQD.REM) e le as devolucoes do banco sacado
      * (BANKCHQD.DEV): devolvido, o credito e estornado com o
      * motivo informado e o cliente e avisado (BANKNOTQ).
       01  REG-CHEQUE-DEPOSITADO.
           05  CQD-ID                PIC 9(10).
           05  CQD-CONTA             PIC 9(10).
           05  CQD-AGENCIA           PIC 9(4).
           05  CQD-BANCO-SACADO      PIC 9(3).
           05  CQD-AGENCIA-SACADA    PIC 9(4).
           05  CQD-CONTA-SACADA      PIC 9(10).
           05  CQD-NUMERO-CHEQUE     PIC 9(6).
           05  CQD-VALOR             PIC S9(13)V99 COMP-3.
           05  CQD-PRACA             PIC X(1).
               88  CQD-PRACA-LOCAL   VALUE 'L'.
               88  CQD-OUTRA-PRACA   VALUE 'O'.
           05  CQD-DT-DEPOSITO       PIC 9(8).
           05  CQD-DT-COMPENSACAO    PIC 9(8).
           05  CQD-BLQ-ID            PIC 9(10).
           05  CQD-TRANS-DEP         PIC 9(15).
           05  CQD-SITUACAO          PIC X(1).
               88  CQD-DEPOSITADO    VALUE 'D'.
               88  CQD-ENVIADO       VALUE 'E'.
               88  CQD-LIQUIDADO     VALUE 'L'.
               88  CQD-DEVOLVIDO     VALUE 'V'.
           05  CQD-DT-REMESSA        PIC 9(8).
           05  CQD-MOTIVO-DEV        PIC 9(2).
           05  CQD-DT-DEVOLUCAO      PIC 9(8).
           05  CQD-TRANS-ESTORNO     PIC 9(15).
           05  CQD-OPERADOR          PIC X(20).
