      *================================================================
      * BANKCARH.CPY - Historico de Atribuicoes da Carteira
      * Sistema Bancario COBOL - Layout do arquivo BANKCARH.DAT
      *================================================================
      * Cada atribuicao ou troca de gerente de um cliente, com o
      * gerente anterior (brancos na primeira atribuicao), o novo e
      * a origem da troca. Gravado pelo BANKGER.
       01  REG-CARTEIRA-HIST.
           05  HCR-CHAVE.
               10  HCR-CLI-ID        PIC 9(10).
               10  HCR-SEQ           PIC 9(5).
           05  HCR-GERENTE-ANTES     PIC X(20).
           05  HCR-GERENTE-DEPOIS    PIC X(20).
      *    ATR atribuicao individual, SAI saida do gerente (em
      *    massa), AGE fechamento de agencia (em massa), REM remocao
           05  HCR-ORIGEM            PIC X(3).
               88  HCR-INDIVIDUAL    VALUE 'ATR'.
               88  HCR-SAIDA-GERENTE VALUE 'SAI'.
               88  HCR-FECHA-AGENCIA VALUE 'AGE'.
               88  HCR-REMOCAO       VALUE 'REM'.
           05  HCR-DATA              PIC 9(8).
           05  HCR-HORA              PIC 9(6).
           05  HCR-OPERADOR          PIC X(20).
