      *================================================================
      * BANKCART.CPY - Carteira do Gerente de Relacionamento
      * Sistema Bancario COBOL - Layout do arquivo BANKCART.DAT
      *================================================================
      * Um registro por cliente atribuido: o gerente responsavel (um
      * usuario de BANKUSR.DAT), a agencia de referencia do cliente
      * (agencia da sua primeira conta na atribuicao, usada na
      * transferencia em massa quando a agencia fecha) e a ultima
      * sequencia do historico de atribuicoes (BANKCARH.DAT).
      * Mantido pelo BANKGER.
       01  REG-CARTEIRA.
           05  CRT-CLI-ID            PIC 9(10).
           05  CRT-GERENTE           PIC X(20).
           05  CRT-AGENCIA           PIC 9(4).
           05  CRT-DT-ATRIBUICAO     PIC 9(8).
           05  CRT-OPERADOR          PIC X(20).
           05  CRT-ULT-SEQ-HIST      PIC 9(5).
