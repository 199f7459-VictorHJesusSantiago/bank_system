      *================================================================
      * BANKRPFW.CPY - Worklist de Representacoes Vencidas
      * Sistema Bancario COBOL - Layout do arquivo BANKRPFW.DAT
      *================================================================
      * Procuracao (ou termo de curatela) que venceu sem renovacao:
      * o BANKRPV baixa o representante e inclui o item pendente
      * para a agencia da conta contatar o titular. O item e dado
      * como tratado na worklist ou quando o representante e
      * cadastrado de novo com documento valido (BANKRPF).
       01  REG-REPRESENT-VENCIDO.
           05  RPW-CHAVE.
               10  RPW-CONTA         PIC 9(10).
               10  RPW-CPF           PIC X(11).
           05  RPW-NOME              PIC X(60).
           05  RPW-TIPO              PIC X(1).
           05  RPW-AGENCIA           PIC 9(4).
           05  RPW-DT-VENCIMENTO     PIC 9(8).
           05  RPW-DT-INCLUSAO       PIC 9(8).
           05  RPW-SITUACAO          PIC X(1).
               88  RPW-PENDENTE      VALUE 'P'.
               88  RPW-TRATADO       VALUE 'T'.
           05  RPW-DT-TRATAMENTO     PIC 9(8).
           05  RPW-OPERADOR          PIC X(20).
