      *================================================================
      * BANKMOTE.CPY - Tabela de Motivos de Encerramento de Conta
      * Sistema Bancario COBOL - Layout do arquivo BANKMOTE.DAT
      *================================================================
      * Motivos aceitos no encerramento de conta (BANKACCT). Motivo
      * inativo deixa de ser oferecido mas continua valendo nos
      * encerramentos ja registrados. Mantida pelo BANKEVA.
       01  REG-MOTIVO-ENC.
           05  MOT-CODIGO            PIC X(2).
           05  MOT-DESCRICAO         PIC X(30).
           05  MOT-SITUACAO          PIC X(1).
               88  MOT-ATIVO         VALUE 'A'.
               88  MOT-INATIVO       VALUE 'I'.
