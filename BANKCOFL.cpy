      *================================================================
      * BANKCOFL.CPY - Contratos de Locacao de Cofre
      * Sistema Bancario COBOL - Layout do arquivo BANKCOFL.DAT
      *================================================================
      * Contrato de aluguel do cofre ligado a conta que paga a
      * anuidade. O CPF do titular e os CPFs dos autorizados sao
      * gravados como na conta (tokenizados quando a cifragem esta
      * ativa). A anuidade vence no aniversario do contrato e soma
      * em LOC-VALOR-ABERTO ate o lote noturno do BANKCOF debita-la
      * como tarifa; valor em aberto entra na regua do BANKDUN
      * (origem 'L') e so sai dela quando o valor e quitado, mesmo
      * com o contrato ja encerrado.
       01  REG-LOCACAO-COFRE.
           05  LOC-ID                PIC 9(10).
           05  LOC-CONTA             PIC 9(10).
           05  LOC-COFRE-CHAVE.
               10  LOC-AGENCIA       PIC 9(4).
               10  LOC-COFRE         PIC 9(5).
           05  LOC-TAMANHO           PIC X(1).
           05  LOC-CPF               PIC X(11).
           05  LOC-VALOR-ANUAL       PIC S9(9)V99 COMP-3.
           05  LOC-DT-INICIO         PIC 9(8).
           05  LOC-DT-VENCTO         PIC 9(8).
           05  LOC-VALOR-ABERTO      PIC S9(9)V99 COMP-3.
           05  LOC-DT-INADIMPLENCIA  PIC 9(8).
           05  LOC-QTD-ATRASOS       PIC 9(3).
           05  LOC-AUTORIZADOS OCCURS 3 TIMES.
               10  LOC-AUT-CPF       PIC X(11).
               10  LOC-AUT-NOME      PIC X(40).
           05  LOC-SITUACAO          PIC X(1).
               88  LOC-ATIVO         VALUE 'A'.
               88  LOC-EM-ATRASO     VALUE 'T'.
               88  LOC-ENCERRADO     VALUE 'E'.
               88  LOC-VIGENTE       VALUE 'A' 'T'.
           05  LOC-DT-ENCERRAMENTO   PIC 9(8).
           05  LOC-MOTIVO-ENC        PIC X(1).
               88  LOC-ENC-PEDIDO    VALUE 'P'.
               88  LOC-ENC-ARROMBAMENTO VALUE 'F'.
           05  LOC-OPERADOR          PIC X(20).
