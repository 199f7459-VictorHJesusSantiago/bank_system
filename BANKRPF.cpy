      *================================================================
      * BANKRPF.CPY - Representantes de Conta Pessoa Fisica
      * Sistema Bancario COBOL - Layout do arquivo BANKRPF.DAT
      *================================================================
      * Um registro por conta PF e CPF de quem pode movimenta-la em
      * nome do titular: pai ou mae e tutor do titular menor,
      * curador do titular interditado (representantes legais - o
      * titular nao movimenta sozinho) e procurador nomeado pelo
      * titular. Poderes por tipo de debito, limite por operacao
      * (zerado = sem limite) e o documento que sustenta a
      * representacao com a validade; para pai, mae e tutor a
      * validade e o dia em que o titular completa 18 anos.
      * Mantido pelo BANKRPF; maioridade e vencimento baixados pelo
      * BANKRPV.
       01  REG-REPRESENTANTE.
           05  RPF-CHAVE.
               10  RPF-CONTA         PIC 9(10).
               10  RPF-CPF           PIC X(11).
           05  RPF-NOME              PIC X(60).
           05  RPF-TIPO              PIC X(1).
               88  RPF-PAIS          VALUE 'P'.
               88  RPF-TUTOR         VALUE 'T'.
               88  RPF-CURADOR       VALUE 'C'.
               88  RPF-PROCURADOR    VALUE 'A'.
               88  RPF-LEGAL         VALUE 'P' 'T' 'C'.
               88  RPF-ATE-MAIORIDADE VALUE 'P' 'T'.
           05  RPF-PODERES.
               10  RPF-PODER-SAQUE   PIC X(1).
               10  RPF-PODER-TRANSF  PIC X(1).
               10  RPF-PODER-PAGTO   PIC X(1).
           05  RPF-LIMITE            PIC S9(11)V99 COMP-3.
           05  RPF-DOCUMENTO.
               10  RPF-DOC-TIPO      PIC X(2).
               10  RPF-DOC-NUMERO    PIC X(30).
               10  RPF-DOC-VALIDADE  PIC 9(8).
           05  RPF-STATUS            PIC X(1).
               88  RPF-ATIVO         VALUE 'A'.
               88  RPF-REVOGADO      VALUE 'R'.
               88  RPF-MAIORIDADE    VALUE 'M'.
               88  RPF-VENCIDO       VALUE 'V'.
           05  RPF-DT-CADASTRO       PIC 9(8).
           05  RPF-DT-SITUACAO       PIC 9(8).
           05  RPF-OPERADOR          PIC X(20).
