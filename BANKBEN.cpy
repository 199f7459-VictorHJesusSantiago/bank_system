      *================================================================
      * BANKBEN.CPY - Beneficios do INSS Pagos em Conta
      * Sistema Bancario COBOL - Layout do arquivo BANKBEN.DAT
      *================================================================
      * Um registro por numero de beneficio (NB) creditado em conta
      * da casa, incluido na primeira carga do arquivo mensal de
      * pagamentos do INSS (BANKBEN.IN). Guarda a ultima prova de
      * vida feita no guiche e o prazo da proxima (um ano depois);
      * sem prova registrada o prazo conta da inclusao. O aviso ao
      * beneficiario sai uma vez por prazo, BEN-DT-AVISO zera na
      * nova prova. Obito registrado no BANKOBT cessa o beneficio.
       01  REG-BENEFICIO.
           05  BEN-NB                PIC 9(10).
           05  BEN-CPF               PIC X(11).
           05  BEN-CONTA             PIC 9(10).
           05  BEN-NOME              PIC X(40).
           05  BEN-ESPECIE           PIC 9(2).
           05  BEN-VALOR             PIC S9(11)V99 COMP-3.
           05  BEN-DT-INCLUSAO       PIC 9(8).
           05  BEN-DT-PROVA-VIDA     PIC 9(8).
           05  BEN-DT-LIMITE-PROVA   PIC 9(8).
           05  BEN-DT-AVISO          PIC 9(8).
           05  BEN-DT-ULT-CREDITO    PIC 9(8).
           05  BEN-SITUACAO          PIC X(1).
               88  BEN-ATIVO         VALUE 'A'.
               88  BEN-CESSADO       VALUE 'C'.
           05  BEN-DT-CESSACAO       PIC 9(8).
           05  BEN-OPERADOR-PROVA    PIC X(20).
