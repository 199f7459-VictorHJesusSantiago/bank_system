               88  TRANS-CHEQUE     VALUE 'CHQ'.
               88  TRANS-EMPRESTIMO VALUE 'EMP'.
               88  TRANS-PARC-EMPR  VALUE 'PEM'.
               88  TRANS-RECUP-CRED VALUE 'RCP'.
               88  TRANS-BOLETO     VALUE 'BOL'.
               88  TRANS-FATURA     VALUE 'FAT'.
               88  TRANS-IOF        VALUE 'IOF'.
               88  TRANS-COMISSAO   VALUE 'CMS'.
               88  TRANS-REMESSA    VALUE 'REM'.
           05  WS-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  WS-TRANS-DATA        PIC 9(8).
           05  WS-TRANS-HORA        PIC 9(6).
