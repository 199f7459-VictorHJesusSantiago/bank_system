      *================================================================
      * BANKVEND.CPY - Registro de Vendas (Producao Comercial)
      * Sistema Bancario COBOL - Layout do arquivo BANKVEND.DAT
      *================================================================
      * Uma venda por produto contratado, carimbada com o operador
      * logado que a fez e a agencia da conta: abertura de conta,
      * contrato de emprestimo, aplicacao, emissao de cartao e
      * adesao a pacote de tarifas. O desfazimento da venda
      * (encerramento da conta, quitacao total antecipada do
      * contrato, resgate antes do vencimento, cancelamento do
      * cartao ou do pacote) marca a venda como estornada; o
      * estorno dentro da janela de estorno devolve os pontos na
      * apuracao de comissao (BANKCOM). Gravado pelo BANKVDA.
       01  REG-VENDA.
           05  VND-CHAVE.
      *        CTA conta, EMP emprestimo, INV investimento, CCR cartao
      *        de credito, CDE cartao de debito, PAC pacote de tarifas
               10  VND-PRODUTO       PIC X(3).
      *        Numero da conta, do contrato, da aplicacao ou do
      *        cartao; no pacote, o numero da conta
               10  VND-CONTRATO      PIC 9(10).
           05  VND-CONTA             PIC 9(10).
           05  VND-VENDEDOR          PIC X(20).
           05  VND-AGENCIA           PIC 9(4).
           05  VND-DT-VENDA          PIC 9(8).
           05  VND-VALOR             PIC S9(13)V99 COMP-3.
           05  VND-SITUACAO          PIC X(1).
               88  VND-ATIVA         VALUE 'A'.
               88  VND-ESTORNADA     VALUE 'E'.
           05  VND-DT-ESTORNO        PIC 9(8).
           05  VND-OPER-ESTORNO      PIC X(20).
