      *================================================================
      * BANKTXJH.CPY - Historico de Taxas Medias de Juros
      * Sistema Bancario COBOL - Layout do arquivo BANKTXJH.DAT
      *================================================================
      * Um registro por data, modalidade de credito e tipo de
      * pessoa (F fisica, J juridica). Origem 'B' e a taxa media
      * ponderada pelo volume apurada pelo BANKTXJ sobre as
      * operacoes contratadas pelo banco na data (regravada quando a
      * data e reapurada); origem 'M' e a taxa media de mercado
      * divulgada pelo Banco Central e registrada no BANKTXJ, para
      * as agencias compararem a taxa praticada com o mercado.
       01  REG-HIST-TAXA.
           05  TXH-CHAVE.
               10  TXH-ORIGEM        PIC X(1).
                   88  TXH-BANCO     VALUE 'B'.
                   88  TXH-MERCADO   VALUE 'M'.
               10  TXH-DATA          PIC 9(8).
               10  TXH-MODALIDADE    PIC X(4).
               10  TXH-PESSOA        PIC X(1).
                   88  TXH-PESSOA-OK VALUE 'F' 'J'.
           05  TXH-QTD-OPERACOES     PIC 9(7).
           05  TXH-VOLUME            PIC S9(15)V99 COMP-3.
           05  TXH-TAXA-MES          PIC 9(3)V9(4) COMP-3.
           05  TXH-TAXA-ANO          PIC 9(5)V9(2) COMP-3.
           05  TXH-DT-REGISTRO       PIC 9(8).
           05  TXH-OPERADOR          PIC X(20).
