      *================================================================
      * BANKCHQA.CPY - Cheques Administrativos
      * Sistema Bancario COBOL - Layout do arquivo BANKCHQA.DAT
      *================================================================
      * Cheque emitido pelo proprio banco a pedido do cliente, em
      * serie de numeracao propria (independente dos taloes das
      * contas). Na emissao o valor sai da conta do cliente para a
      * conta de passivo 49940 do razao (cheques administrativos a
      * pagar) e e dela que o cheque e pago na compensacao. Na
      * camara o cheque administrativo vem com a conta sacada
      * zerada. Sustado, o valor volta a conta do cliente depois da
      * carencia; nao apresentado no prazo, o cheque passa a 'N' e
      * entra na relacao de valores nao reclamados, continuando
      * pagavel se aparecer.
       01  REG-CHEQUE-ADM.
           05  CHA-NUMERO            PIC 9(6).
           05  CHA-CONTA             PIC 9(10).
           05  CHA-FAVORECIDO        PIC X(40).
           05  CHA-VALOR             PIC S9(13)V99 COMP-3.
           05  CHA-TARIFA            PIC S9(5)V99 COMP-3.
           05  CHA-DT-EMISSAO        PIC 9(8).
           05  CHA-SITUACAO          PIC X(1).
               88  CHA-EMITIDO       VALUE 'E'.
               88  CHA-NAO-APRESENTADO VALUE 'N'.
               88  CHA-COMPENSADO    VALUE 'C'.
               88  CHA-SUSTADO       VALUE 'S'.
               88  CHA-RESTITUIDO    VALUE 'R'.
               88  CHA-EM-ABERTO     VALUE 'E' 'N'.
           05  CHA-DT-SUSTACAO       PIC 9(8).
           05  CHA-MOTIVO-SUSTACAO   PIC X(40).
           05  CHA-DT-BAIXA          PIC 9(8).
           05  CHA-OPERADOR          PIC X(20).
