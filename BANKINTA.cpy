      *================================================================
      * BANKINTA.CPY - Alertas de Operador em Conta Vinculada
      * Sistema Bancario COBOL - Layout do arquivo BANKINTA.DAT
      *================================================================
      * Uma entrada por registro da trilha encadeada (BANKAUDF.DAT)
      * em que o operador agiu sobre conta ou cliente cujo CPF esta
      * ligado a ele em BANKUSRV.DAT (proprio ou de parente). A
      * chave e a sequencia da trilha, de modo que a varredura pode
      * ser repetida sem duplicar alertas.
       01  REG-ALERTA-INSIDER.
           05  INA-AUD-SEQ           PIC 9(12).
           05  INA-DATA              PIC 9(8).
           05  INA-HORA              PIC 9(6).
           05  INA-OPERADOR          PIC X(20).
           05  INA-ARQUIVO           PIC X(12).
           05  INA-CHAVE             PIC X(15).
           05  INA-CAMPO             PIC X(20).
           05  INA-ANTES             PIC X(40).
           05  INA-DEPOIS            PIC X(40).
           05  INA-CONTA             PIC 9(10).
           05  INA-CPF               PIC X(11).
           05  INA-PARENTESCO        PIC X(1).
           05  INA-DT-DETECCAO       PIC 9(8).
