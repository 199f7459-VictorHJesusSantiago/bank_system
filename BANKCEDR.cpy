      *================================================================
      * BANKCEDR.CPY - Cedulas Retidas por Suspeita de Falsidade
      * Sistema Bancario COBOL - Layout do arquivo BANKCEDR.DAT
      *================================================================
      * Uma linha por cedula retida no deposito em especie. O
      * cliente recebe credito apenas da parte legitima e um recibo
      * de retencao (CDR-RECIBO, o ID da primeira cedula retida no
      * mesmo deposito). A cedula segue ao Banco Central na remessa
      * periodica (BANKCEDR.BC) e, declarada legitima no laudo, o
      * valor e creditado ao cliente; declarada falsa, so encerra.
      * O valor retido nao entra no saldo do caixa fisico: fica em
      * CAIXA-TOTAL-RETIDO no BANKCAIXA.DAT.
       01  REG-CEDULA-RETIDA.
           05  CDR-ID                PIC 9(9).
           05  CDR-CONTA             PIC 9(10).
           05  CDR-AGENCIA           PIC 9(4).
           05  CDR-DT-RETENCAO       PIC 9(8).
           05  CDR-HORA              PIC 9(6).
           05  CDR-DENOMINACAO       PIC 9(3).
           05  CDR-SERIE             PIC X(12).
           05  CDR-VALOR             PIC S9(5)V99 COMP-3.
           05  CDR-RECIBO            PIC 9(9).
           05  CDR-TRANS-DEP         PIC 9(15).
           05  CDR-SITUACAO          PIC X(1).
               88  CDR-RETIDA        VALUE 'R'.
               88  CDR-ENVIADA-BC    VALUE 'E'.
               88  CDR-LEGITIMA      VALUE 'G'.
               88  CDR-FALSA         VALUE 'F'.
               88  CDR-AGUARDA-LAUDO VALUE 'R' 'E'.
           05  CDR-DT-ENVIO-BC       PIC 9(8).
           05  CDR-DT-LAUDO          PIC 9(8).
           05  CDR-TRANS-CREDITO     PIC 9(15).
           05  CDR-OPERADOR          PIC X(20).
