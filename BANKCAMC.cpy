      *================================================================
      * BANKCAMC.CPY - Contatos de Campanhas de Marketing
      * Sistema Bancario COBOL - Layout do arquivo BANKCAMC.DAT
      *================================================================
      * Um registro por cliente e campanha que recebeu a mensagem
      * (cliente contatado uma unica vez por campanha). A chave
      * comeca pelo cliente para o teto de frequencia ler todos os
      * contatos de um cliente em sequencia. A primeira venda do
      * produto ofertado dentro do prazo de conversao marca o
      * contato como convertido. Mantido pelo BANKMKT.
       01  REG-CONTATO-CAMP.
           05  CTC-CHAVE.
               10  CTC-CLI-ID        PIC 9(10).
               10  CTC-CAMPANHA      PIC 9(6).
           05  CTC-CONTA             PIC 9(10).
           05  CTC-DT-CONTATO        PIC 9(8).
           05  CTC-CONVERTIDO        PIC X(1).
               88  CTC-JA-CONVERTIDO VALUE 'S'.
           05  CTC-DT-CONVERSAO      PIC 9(8).
           05  CTC-PRODUTO-CONV      PIC X(3).
           05  CTC-CONTRATO-CONV     PIC 9(10).
           05  CTC-VALOR-CONV        PIC S9(13)V99 COMP-3.
