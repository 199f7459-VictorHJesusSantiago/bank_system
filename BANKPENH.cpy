      *================================================================
      * BANKPENH.CPY - Historico de Penetracao de Produtos
      * Sistema Bancario COBOL - Layout do arquivo BANKPENH.DAT
      *================================================================
      * Um registro por competencia e quebra da apuracao mensal de
      * produtos por cliente (CPF): grupo 0 total do banco, 1
      * agencia, 2 regiao, 3 segmento. PNH-QTD-PRODUTO conta os
      * clientes da quebra que possuem cada produto, na ordem
      * 1 conta, 2 cartao de debito, 3 cartao de credito,
      * 4 emprestimo, 5 investimento, 6 previdencia, 7 seguro.
      * A chave comeca pela competencia; a reapuracao da mesma
      * competencia substitui os registros dela. Mantido pelo
      * BANKPEN.
       01  REG-PENETRACAO-HIST.
           05  PNH-CHAVE.
               10  PNH-COMPET        PIC 9(6).
               10  PNH-GRUPO         PIC X(1).
                   88  PNH-TOTAL     VALUE '0'.
                   88  PNH-AGENCIA   VALUE '1'.
                   88  PNH-REGIAO    VALUE '2'.
                   88  PNH-SEGMENTO  VALUE '3'.
               10  PNH-VALOR         PIC X(20).
           05  PNH-CLIENTES          PIC 9(7).
           05  PNH-PRODUTOS          PIC 9(8).
           05  PNH-MEDIA             PIC 9(2)V99.
           05  PNH-QTD-PRODUTO       PIC 9(7) OCCURS 7 TIMES.
           05  PNH-MONOPRODUTO       PIC 9(7).
           05  PNH-OPORTUNIDADES     PIC 9(7).
           05  PNH-DT-APURACAO       PIC 9(8).
