      *================================================================
      * BANKPENO.CPY - Oportunidades de Venda Cruzada por Agencia
      * Sistema Bancario COBOL - Layout do arquivo BANKPENO.DAT
      *================================================================
      * Clientes (CPF) com um unico produto e saldo total a partir de
      * CFG-PEN-SALDO-OPORT na ultima apuracao mensal de penetracao,
      * por agencia principal do cliente (a da conta de maior
      * saldo). Refeito a cada apuracao pelo BANKPEN.
       01  REG-OPORTUNIDADE.
           05  PNO-CHAVE.
               10  PNO-AGENCIA       PIC 9(4).
               10  PNO-CPF           PIC X(11).
           05  PNO-COMPET            PIC 9(6).
           05  PNO-CLI-ID            PIC 9(10).
           05  PNO-CONTA             PIC 9(10).
           05  PNO-TITULAR           PIC X(60).
           05  PNO-TIER              PIC X(1).
           05  PNO-PRODUTO           PIC X(3).
           05  PNO-SALDO             PIC S9(15)V99 COMP-3.
