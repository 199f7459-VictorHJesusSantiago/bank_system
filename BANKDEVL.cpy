      *================================================================
      * BANKDEVL.CPY - Registro de Correspondencia Devolvida
      * Sistema Bancario COBOL - Layout do arquivo BANKDEVL.DAT
      *================================================================
      * Chave: cliente + sequencia. A sequencia 00000 e o registro
      * de situacao do endereco postal do cliente (valido/invalido,
      * devolucoes acumuladas, protocolo de atualizacao aberto no
      * BANKATND); as demais sequencias sao as devolucoes recebidas
      * (tipo D) e os documentos em papel retidos por endereco
      * invalido, aguardando reimpressao (tipo R). Gravado pelo
      * BANKDEV (registro das devolucoes) e pelo BANKPST (consulta
      * antes da postagem e liberacao na atualizacao do endereco).
       01  REG-DEVOLUCAO.
           05  DEV-CHAVE.
               10  DEV-CLI-ID        PIC 9(10).
               10  DEV-SEQ           PIC 9(5).
           05  DEV-TIPO-REG          PIC X(1).
               88  DEV-SITUACAO      VALUE 'S'.
               88  DEV-DEVOLUCAO     VALUE 'D'.
               88  DEV-REIMPRESSAO   VALUE 'R'.
           05  DEV-DADOS             PIC X(80).
      *    Registro de situacao (sequencia 00000)
           05  DEV-CONTROLE REDEFINES DEV-DADOS.
               10  DEV-END-STATUS    PIC X(1).
                   88  DEV-END-VALIDO   VALUE 'V'.
                   88  DEV-END-INVALIDO VALUE 'I'.
               10  DEV-QTD-DEVOLUCOES PIC 9(3).
               10  DEV-ULT-SEQ       PIC 9(5).
               10  DEV-DT-INVALIDACAO PIC 9(8).
               10  DEV-PROTOCOLO     PIC 9(10).
               10  DEV-DT-LIBERACAO  PIC 9(8).
               10  FILLER            PIC X(45).
      *    Devolucao recebida ou documento retido
           05  DEV-EVENTO REDEFINES DEV-DADOS.
      *        EXM extrato mensal, DUN carta de cobranca, INF informe
      *        anual, TAR extrato anual de tarifas
               10  DEV-DOCUMENTO     PIC X(3).
      *        MUD mudou-se, INS endereco insuficiente, DES
      *        desconhecido, AUS ausente, REC recusado, FAL falecido,
      *        OUT outros (so na devolucao)
               10  DEV-MOTIVO        PIC X(3).
               10  DEV-REFERENCIA    PIC X(20).
               10  DEV-DT-EVENTO     PIC 9(8).
               10  DEV-OPERADOR      PIC X(20).
               10  DEV-REIMP-STATUS  PIC X(1).
                   88  DEV-REIMP-PENDENTE VALUE 'P'.
                   88  DEV-REIMP-FEITA    VALUE 'F'.
               10  DEV-DT-REIMPRESSAO PIC 9(8).
               10  FILLER            PIC X(17).
