      *================================================================
      * BANKEMPB.CPY - Boletos de Parcelas de Emprestimo
      * Sistema Bancario COBOL - Layout do arquivo BANKEMPB.DAT
      *================================================================
      * Vinculo entre o boleto da carteira propria do banco
      * (BANKBOLE.DAT, beneficiario zerado) e a parcela do contrato
      * de emprestimo que ele cobra. O BANKLOAN emite o boleto de
      * uma parcela ou o carne das parcelas restantes; a liquidacao
      * chega pelo BANKBOL.IN e o BANKCOB baixa a parcela no
      * contrato, com multa e juros de mora sobre o atraso. A
      * competencia com boleto emitido fica fora do debito em conta
      * do lote noturno, e o boleto vencido sem pagamento entra na
      * regua de cobranca (BANKDUN).
       01  REG-BOLETO-PARCELA.
           05  EBL-NOSSO-NUMERO      PIC 9(11).
           05  EBL-CONTRATO          PIC 9(10).
           05  EBL-PARCELA           PIC 9(3).
           05  EBL-COMPETENCIA       PIC 9(6).
           05  EBL-DT-VENCTO         PIC 9(8).
           05  EBL-VALOR             PIC S9(11)V99 COMP-3.
           05  EBL-DT-EMISSAO        PIC 9(8).
           05  EBL-SITUACAO          PIC X(1).
               88  EBL-ABERTO        VALUE 'A'.
               88  EBL-PAGO          VALUE 'P'.
               88  EBL-BAIXADO       VALUE 'B'.
           05  EBL-DT-PAGAMENTO      PIC 9(8).
           05  EBL-VALOR-PAGO        PIC S9(11)V99 COMP-3.
           05  EBL-VL-ENCARGOS       PIC S9(11)V99 COMP-3.
           05  EBL-OPERADOR          PIC X(20).
