      *================================================================
      * BANKMOVC.CPY - Contador de Alteracoes de BANKTRAN.DAT
      * Sistema Bancario COBOL - Layout do arquivo BANKMOVC.DAT
      *================================================================
      * Registro unico. Todo programa que regrava em BANKTRAN.DAT
      * uma transacao ja gravada (mudanca de situacao: estorno,
      * agendamento executado) soma 1 ao contador. O BANKMOV grava
      * o contador no header do extrato do dia e o extrato com
      * contador diferente do atual esta desatualizado, como o de
      * TRN-ID acima do registrado.
       01  REG-MOVCTL.
           05  MVC-QTD-ALTERACOES    PIC 9(9).
           05  MVC-DT-ULT-ALTERACAO  PIC 9(8).
           05  MVC-HR-ULT-ALTERACAO  PIC 9(6).
