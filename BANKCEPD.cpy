      *================================================================
      * BANKCEPD.CPY - Diretorio de CEP (base dos Correios)
      * Sistema Bancario COBOL - Layout do arquivo BANKCEP.DAT
      *================================================================
      * Carregado e mantido pelo BANKCEP a partir do arquivo da base
      * de enderecamento dos Correios; consultado pelo BANKCRM no
      * cadastro e na atualizacao do cliente.
       01  REG-CEP.
           05  CEP-CODIGO            PIC X(8).
           05  CEP-LOGRADOURO        PIC X(60).
           05  CEP-BAIRRO            PIC X(40).
           05  CEP-CIDADE            PIC X(40).
           05  CEP-UF                PIC X(2).
           05  CEP-DT-CARGA          PIC 9(8).
