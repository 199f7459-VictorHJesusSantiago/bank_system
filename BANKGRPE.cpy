      *================================================================
      * BANKGRPE.CPY - Grupos Economicos
      * Sistema Bancario COBOL - Layout do arquivo BANKGRPE.DAT
      *================================================================
      * Um registro por grupo economico cadastrado no BANKGRP; os
      * clientes do grupo e a natureza do vinculo ficam em
      * BANKGRPM.DAT. A parte da apuracao e regravada a cada
      * apuracao mensal da concentracao de credito (servico BANKGRS)
      * com a exposicao do grupo na data-base: saldo devedor dos
      * emprestimos, limites de cartao e de cheque especial, e as
      * garantias prestadas nos contratos do grupo; percentuais
      * sobre o Patrimonio de Referencia e sobre a carteira total.
       01  REG-GRUPO-ECON.
           05  GRE-ID                PIC 9(6).
           05  GRE-NOME              PIC X(40).
           05  GRE-DT-CADASTRO       PIC 9(8).
           05  GRE-OPERADOR          PIC X(20).
           05  GRE-APURACAO.
               10  GRE-COMPET        PIC 9(6).
               10  GRE-QTD-MEMBROS   PIC 9(4).
               10  GRE-VL-EMPRESTIMOS PIC S9(13)V99 COMP-3.
               10  GRE-VL-CARTOES    PIC S9(13)V99 COMP-3.
               10  GRE-VL-CHEQUE-ESP PIC S9(13)V99 COMP-3.
               10  GRE-VL-GARANTIAS  PIC S9(13)V99 COMP-3.
               10  GRE-VL-EXPOSICAO  PIC S9(15)V99 COMP-3.
               10  GRE-PERC-PR       PIC S9(5)V99 COMP-3.
               10  GRE-PERC-CARTEIRA PIC 9(3)V99 COMP-3.
               10  GRE-LIMITE        PIC X(1).
                   88  GRE-ACIMA-LIMITE  VALUE 'S'.
                   88  GRE-DENTRO-LIMITE VALUE 'N'.
