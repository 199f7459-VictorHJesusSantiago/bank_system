      *================================================================
      * BANKUSRV.CPY - Vinculos de Operador com CPF de Clientes
      * Sistema Bancario COBOL - Layout do arquivo BANKUSRV.DAT
      *================================================================
      * Liga cada operador de BANKUSR.DAT ao proprio CPF e aos CPFs
      * dos parentes declarados. O verificador BANKPRM recusa as
      * funcoes sensiveis sobre conta cujo titular ou co-titular
      * esteja ligado ao operador, e o monitoramento BANKINT marca
      * na trilha de auditoria as acoes do operador sobre essas
      * contas e emite a revisao mensal das contas de funcionarios.
       01  REG-VINCULO-OPERADOR.
           05  USV-CHAVE.
               10  USV-OPERADOR      PIC X(20).
               10  USV-CPF           PIC X(11).
           05  USV-PARENTESCO        PIC X(1).
               88  USV-PROPRIO       VALUE 'P'.
               88  USV-CONJUGE       VALUE 'C'.
               88  USV-FILHO         VALUE 'F'.
               88  USV-GENITOR       VALUE 'G'.
               88  USV-IRMAO         VALUE 'I'.
               88  USV-OUTRO         VALUE 'O'.
               88  USV-PARENTESCO-OK VALUE 'P' 'C' 'F' 'G' 'I' 'O'.
           05  USV-NOME              PIC X(60).
           05  USV-DT-CADASTRO       PIC 9(8).
           05  USV-CADASTRANTE       PIC X(20).
