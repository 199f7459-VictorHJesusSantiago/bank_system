      *================================================================
      * BANKCOFA.CPY - Registro de Acessos aos Cofres
      * Sistema Bancario COBOL - Layout do arquivo BANKCOFA.DAT
      *================================================================
      * Uma ocorrencia por acesso ao cofre: abertura pelo titular ou
      * autorizado do contrato, tentativa recusada (CPF nao
      * autorizado ou aluguel em atraso) e arrombamento no
      * encerramento do contrato, com as testemunhas e o inventario
      * do conteudo na observacao. Gravado pelo BANKCOF.
       01  REG-ACESSO-COFRE.
           05  ACE-ID                PIC 9(12).
           05  ACE-COFRE-CHAVE.
               10  ACE-AGENCIA       PIC 9(4).
               10  ACE-COFRE         PIC 9(5).
           05  ACE-CONTRATO          PIC 9(10).
           05  ACE-TIPO              PIC X(1).
               88  ACE-ABERTURA      VALUE 'A'.
               88  ACE-RECUSA        VALUE 'N'.
               88  ACE-ARROMBAMENTO  VALUE 'F'.
           05  ACE-CPF               PIC X(11).
           05  ACE-NOME              PIC X(40).
           05  ACE-DATA              PIC 9(8).
           05  ACE-HORA              PIC 9(6).
           05  ACE-OPERADOR          PIC X(20).
           05  ACE-OBSERVACAO        PIC X(80).
