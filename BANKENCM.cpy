      *================================================================
      * BANKENCM.CPY - Registro de Encerramentos de Conta
      * Sistema Bancario COBOL - Layout do arquivo BANKENCM.DAT
      *================================================================
      * Um registro por conta encerrada com o motivo informado
      * (tabela BANKMOTE.DAT) e a fotografia da conta no
      * encerramento: cliente, agencia, tipo de conta, segmento,
      * data de abertura e saldo antes da liquidacao. Encerramento
      * que depende de aprovacao fica pendente ate a decisao.
      * Gravado pelo BANKACCT; base do relatorio de evasao
      * (BANKEVA).
       01  REG-ENCERRAMENTO.
           05  ENM-CONTA             PIC 9(10).
           05  ENM-MOTIVO            PIC X(2).
           05  ENM-COMPLEMENTO       PIC X(40).
           05  ENM-SITUACAO          PIC X(1).
               88  ENM-PENDENTE      VALUE 'P'.
               88  ENM-EFETIVADO     VALUE 'E'.
           05  ENM-DT-ENCERRAMENTO   PIC 9(8).
           05  ENM-OPERADOR          PIC X(20).
           05  ENM-CLI-ID            PIC 9(10).
           05  ENM-CPF               PIC X(11).
           05  ENM-AGENCIA           PIC 9(4).
           05  ENM-TIPO-CONTA        PIC X(2).
           05  ENM-TIER              PIC X(1).
           05  ENM-DT-ABERTURA       PIC 9(8).
           05  ENM-SALDO             PIC S9(13)V99 COMP-3.
