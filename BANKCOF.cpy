      *================================================================
      * BANKCOF.CPY - Inventario de Cofres de Aluguel
      * Sistema Bancario COBOL - Layout do arquivo BANKCOF.DAT
      *================================================================
      * Um registro por cofre instalado na agencia, com o tamanho
      * (que define o aluguel anual) e a situacao: livre, locado
      * (com o contrato de locacao em BANKCOFL.DAT) ou em
      * manutencao - troca de fechadura depois de arrombamento.
      * Mantido pelo BANKCOF.
       01  REG-COFRE.
           05  COF-CHAVE.
               10  COF-AGENCIA       PIC 9(4).
               10  COF-NUMERO        PIC 9(5).
           05  COF-TAMANHO           PIC X(1).
               88  COF-PEQUENO       VALUE 'P'.
               88  COF-MEDIO         VALUE 'M'.
               88  COF-GRANDE        VALUE 'G'.
           05  COF-STATUS            PIC X(1).
               88  COF-LIVRE         VALUE 'L'.
               88  COF-LOCADO        VALUE 'O'.
               88  COF-MANUTENCAO    VALUE 'M'.
           05  COF-CONTRATO          PIC 9(10).
           05  COF-DT-SITUACAO       PIC 9(8).
           05  COF-OPERADOR          PIC X(20).
