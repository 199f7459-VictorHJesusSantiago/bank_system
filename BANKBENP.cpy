      *================================================================
      * BANKBENP.CPY - Pagamentos de Beneficios do INSS
      * Sistema Bancario COBOL - Layout do arquivo BANKBENP.DAT
      *================================================================
      * Uma linha por beneficio e competencia recebidos no arquivo
      * mensal do INSS (BANKBEN.IN). O pagamento fica pendente ate
      * a data de pagamento informada pelo INSS e e creditado no
      * lote desse dia, ja com a retencao do consignado (BANKCSG).
      * Pago com data posterior ao obito registrado em BANKESPO.DAT
      * e devolvido: antes do credito, nao entra na conta; depois,
      * o valor e estornado da conta. Cada pagamento creditado ou
      * devolvido sai uma vez no arquivo de retorno ao INSS
      * (BANKBEN.RET); BPG-SIT-INFORMADA guarda a situacao ja
      * informada, de modo que o credito estornado depois volta ao
      * retorno como devolvido.
       01  REG-PAGAMENTO-BENEFICIO.
           05  BPG-ID                PIC 9(10).
           05  BPG-NB                PIC 9(10).
           05  BPG-CPF               PIC X(11).
           05  BPG-CONTA             PIC 9(10).
           05  BPG-COMPETENCIA       PIC 9(6).
           05  BPG-VALOR             PIC S9(11)V99 COMP-3.
           05  BPG-DT-PAGTO          PIC 9(8).
           05  BPG-DT-CARGA          PIC 9(8).
           05  BPG-SITUACAO          PIC X(1).
               88  BPG-PENDENTE      VALUE 'P'.
               88  BPG-CREDITADO     VALUE 'C'.
               88  BPG-DEVOLVIDO     VALUE 'D'.
           05  BPG-DT-CREDITO        PIC 9(8).
           05  BPG-TRANS-CREDITO     PIC 9(15).
           05  BPG-VL-CONSIGNADO     PIC S9(11)V99 COMP-3.
      *    Motivo da devolucao: OB obito, CI conta inexistente ou
      *    encerrada, CB conta bloqueada, TD titular divergente.
           05  BPG-MOTIVO-DEV        PIC X(2).
           05  BPG-DT-DEVOLUCAO      PIC 9(8).
           05  BPG-TRANS-ESTORNO     PIC 9(15).
           05  BPG-SIT-INFORMADA     PIC X(1).
           05  BPG-DT-RETORNO        PIC 9(8).
